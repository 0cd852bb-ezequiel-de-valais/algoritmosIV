       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-COSTOS-REEMPLAZO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT COSTOS-REEMPLAZO-RND
           ASSIGN TO DISK "Entrada/indexados/costosReemplazo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CRE-CATEGORIA OF REG-COSTOS-REEMPLAZO
           FILE STATUS IS FS-COSTOS.

       DATA DIVISION.

       FILE SECTION.

       FD COSTOS-REEMPLAZO-RND
           LABEL RECORD IS STANDARD.
       01 REG-COSTOS-REEMPLAZO.
           03 CRE-CATEGORIA        PIC X(2).
           03 CRE-COSTO-UNIDAD     PIC 9(9)V99.
           03 CRE-REVENTA-PCT      PIC 9(3)V99.
           03 CRE-KM-LIMITE        PIC 9(7).
           03 CRE-EDAD-MESES       PIC 9(3).
           03 CRE-FECHA-ACTUALIZ   PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FS-COSTOS              PIC XX.
           88 OK-COSTOS              VALUE "00".
           88 NO-EXISTE-COSTOS       VALUE "35".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-COSTOS-REEMP".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-COSTOS-REEMP".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "COSTOREEMP".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-OPERACION           PIC X.
       01 WS-CATEGORIA           PIC X(2).
       01 WS-COSTO-UNIDAD        PIC 9(9)V99.
       01 WS-REVENTA-PCT         PIC 9(3)V99.
       01 WS-KM-LIMITE           PIC 9(7).
       01 WS-EDAD-MESES          PIC 9(3).
       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-CONFIRMACION        PIC X.
       01 WS-EXIT                PIC X.

       PROCEDURE DIVISION.
           CALL "firmaoperador" USING WS-SG-PROGRAMA, WS-SG-NIVEL,
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               STOP RUN
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MANTENER-COSTO-REEMPLAZO.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O COSTOS-REEMPLAZO-RND.
           IF NO-EXISTE-COSTOS
               OPEN OUTPUT COSTOS-REEMPLAZO-RND
               CLOSE COSTOS-REEMPLAZO-RND
               OPEN I-O COSTOS-REEMPLAZO-RND
           END-IF.
           IF FS-COSTOS <> "00"
               DISPLAY "ERROR AL ABRIR COSTOS DE REEMPLAZO, FS="
                   FS-COSTOS
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE COSTOS-REEMPLAZO-RND.

       *>
       *> COSTOS DE REEMPLAZO: por categoria, lo que cuesta hoy una
       *> unidad nueva, el porcentaje del valor de adquisicion que
       *> se espera recuperar al vender la usada, y los limites de
       *> kilometraje y de antiguedad (en meses desde el alta en
       *> flota) a partir de los cuales la unidad se propone para
       *> reemplazo. Lo usa el PLAN-REEMPLAZO-FLOTA; los precios se
       *> actualizan aca cada vez que llega una lista nueva.
       *>
       MANTENER-COSTO-REEMPLAZO.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=BAJA): ".
           ACCEPT WS-OPERACION.
           DISPLAY "CATEGORIA: ".
           ACCEPT WS-CATEGORIA.
           MOVE WS-CATEGORIA TO CRE-CATEGORIA OF REG-COSTOS-REEMPLAZO.
           EVALUATE WS-OPERACION
               WHEN "B" PERFORM CONSULTAR-COSTO-REEMPLAZO
               WHEN "I" PERFORM ALTA-COSTO-REEMPLAZO
               WHEN "M" PERFORM MODIFICAR-COSTO-REEMPLAZO
               WHEN "E" PERFORM BAJA-COSTO-REEMPLAZO
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       CONSULTAR-COSTO-REEMPLAZO.
           READ COSTOS-REEMPLAZO-RND
               INVALID KEY
                   DISPLAY "CATEGORIA SIN COSTO DE REEMPLAZO"
               NOT INVALID KEY
                   PERFORM MOSTRAR-COSTO-REEMPLAZO
           END-READ.

       MOSTRAR-COSTO-REEMPLAZO.
           DISPLAY "CATEGORIA: " CRE-CATEGORIA OF REG-COSTOS-REEMPLAZO.
           DISPLAY "COSTO DE UNIDAD NUEVA: "
               CRE-COSTO-UNIDAD OF REG-COSTOS-REEMPLAZO.
           DISPLAY "REVENTA % SOBRE ADQUISICION: "
               CRE-REVENTA-PCT OF REG-COSTOS-REEMPLAZO.
           DISPLAY "LIMITE DE KILOMETRAJE: "
               CRE-KM-LIMITE OF REG-COSTOS-REEMPLAZO.
           DISPLAY "LIMITE DE ANTIGUEDAD (MESES): "
               CRE-EDAD-MESES OF REG-COSTOS-REEMPLAZO.
           DISPLAY "ACTUALIZADO EL: "
               CRE-FECHA-ACTUALIZ OF REG-COSTOS-REEMPLAZO.

       ALTA-COSTO-REEMPLAZO.
           DISPLAY "COSTO DE UNIDAD NUEVA: ".
           ACCEPT WS-COSTO-UNIDAD.
           DISPLAY "REVENTA ESPERADA EN % DEL VALOR DE ADQUISICION: ".
           ACCEPT WS-REVENTA-PCT.
           DISPLAY "LIMITE DE KILOMETRAJE: ".
           ACCEPT WS-KM-LIMITE.
           DISPLAY "LIMITE DE ANTIGUEDAD EN MESES: ".
           ACCEPT WS-EDAD-MESES.
           IF WS-CATEGORIA = SPACES
               DISPLAY "ALTA RECHAZADA: FALTA LA CATEGORIA"
           ELSE
               IF WS-COSTO-UNIDAD = ZEROES
                  OR WS-KM-LIMITE = ZEROES
                  OR WS-EDAD-MESES = ZEROES
                   DISPLAY "ALTA RECHAZADA: COSTO Y LIMITES SON "
                       "OBLIGATORIOS"
               ELSE
                   IF WS-REVENTA-PCT > 100
                       DISPLAY "ALTA RECHAZADA: LA REVENTA NO PUEDE "
                           "SUPERAR EL 100%"
                   ELSE
                       PERFORM GRABAR-COSTO-REEMPLAZO
                   END-IF
               END-IF
           END-IF.

       GRABAR-COSTO-REEMPLAZO.
           MOVE WS-COSTO-UNIDAD TO
               CRE-COSTO-UNIDAD OF REG-COSTOS-REEMPLAZO.
           MOVE WS-REVENTA-PCT TO
               CRE-REVENTA-PCT OF REG-COSTOS-REEMPLAZO.
           MOVE WS-KM-LIMITE TO CRE-KM-LIMITE OF REG-COSTOS-REEMPLAZO.
           MOVE WS-EDAD-MESES TO
               CRE-EDAD-MESES OF REG-COSTOS-REEMPLAZO.
           MOVE WS-FECHA-HOY TO
               CRE-FECHA-ACTUALIZ OF REG-COSTOS-REEMPLAZO.
           WRITE REG-COSTOS-REEMPLAZO
               INVALID KEY
                   DISPLAY "ERROR: LA CATEGORIA YA TIENE COSTO"
               NOT INVALID KEY
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-COSTOS-REEMPLAZO TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "COSTO DE REEMPLAZO REGISTRADO"
           END-WRITE.

       *>
       *> la actualizacion de precios es el uso normal: cada campo
       *> en cero queda como estaba.
       *>
       MODIFICAR-COSTO-REEMPLAZO.
           READ COSTOS-REEMPLAZO-RND
               INVALID KEY
                   DISPLAY "ERROR: LA CATEGORIA NO TIENE COSTO"
               NOT INVALID KEY
                   PERFORM MOSTRAR-COSTO-REEMPLAZO
                   MOVE REG-COSTOS-REEMPLAZO TO WS-JR-ANTES
                   PERFORM TOMAR-CAMBIOS-COSTO
                   IF WS-REVENTA-PCT > 100
                       DISPLAY "ERROR: LA REVENTA NO PUEDE SUPERAR EL "
                           "100%"
                   ELSE
                       PERFORM REGRABAR-COSTO-REEMPLAZO
                   END-IF
           END-READ.

       TOMAR-CAMBIOS-COSTO.
           DISPLAY "NUEVO COSTO DE UNIDAD (0 PARA DEJAR): ".
           ACCEPT WS-COSTO-UNIDAD.
           IF WS-COSTO-UNIDAD > ZEROES
               MOVE WS-COSTO-UNIDAD TO
                   CRE-COSTO-UNIDAD OF REG-COSTOS-REEMPLAZO
           END-IF.
           DISPLAY "NUEVA REVENTA % (0 PARA DEJAR): ".
           ACCEPT WS-REVENTA-PCT.
           IF WS-REVENTA-PCT > ZEROES AND WS-REVENTA-PCT NOT > 100
               MOVE WS-REVENTA-PCT TO
                   CRE-REVENTA-PCT OF REG-COSTOS-REEMPLAZO
           END-IF.
           DISPLAY "NUEVO LIMITE DE KILOMETRAJE (0 PARA DEJAR): ".
           ACCEPT WS-KM-LIMITE.
           IF WS-KM-LIMITE > ZEROES
               MOVE WS-KM-LIMITE TO
                   CRE-KM-LIMITE OF REG-COSTOS-REEMPLAZO
           END-IF.
           DISPLAY "NUEVO LIMITE DE ANTIGUEDAD EN MESES "
               "(0 PARA DEJAR): ".
           ACCEPT WS-EDAD-MESES.
           IF WS-EDAD-MESES > ZEROES
               MOVE WS-EDAD-MESES TO
                   CRE-EDAD-MESES OF REG-COSTOS-REEMPLAZO
           END-IF.

       REGRABAR-COSTO-REEMPLAZO.
           MOVE WS-FECHA-HOY TO
               CRE-FECHA-ACTUALIZ OF REG-COSTOS-REEMPLAZO.
           REWRITE REG-COSTOS-REEMPLAZO
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL COSTO"
               NOT INVALID KEY
                   MOVE "M" TO WS-JR-OPERACION
                   MOVE REG-COSTOS-REEMPLAZO TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING
                       WS-JR-PROGRAMA, WS-JR-OPERACION,
                       WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "COSTO DE REEMPLAZO MODIFICADO"
           END-REWRITE.

       BAJA-COSTO-REEMPLAZO.
           READ COSTOS-REEMPLAZO-RND
               INVALID KEY
                   DISPLAY "ERROR: LA CATEGORIA NO TIENE COSTO"
               NOT INVALID KEY
                   PERFORM MOSTRAR-COSTO-REEMPLAZO
                   DISPLAY "CONFIRMA LA BAJA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       MOVE REG-COSTOS-REEMPLAZO TO WS-JR-ANTES
                       DELETE COSTOS-REEMPLAZO-RND RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR"
                           NOT INVALID KEY
                               DISPLAY "COSTO DE REEMPLAZO DADO DE "
                                   "BAJA"
                               MOVE "E" TO WS-JR-OPERACION
                               MOVE SPACES TO WS-JR-DESPUES
                               CALL "bitacoracambios" USING
                                   WS-JR-PROGRAMA, WS-JR-OPERACION,
                                   WS-JR-ENTIDAD, WS-JR-ANTES,
                                   WS-JR-DESPUES
                       END-DELETE
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
           END-READ.
