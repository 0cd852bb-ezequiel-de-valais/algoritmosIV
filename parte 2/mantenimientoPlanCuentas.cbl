       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PLAN-CUENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PLAN-CUENTAS-RND
           ASSIGN TO DISK "Entrada/indexados/planCuentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCU-CUENTA OF REG-PLAN-CUENTAS
           FILE STATUS IS FS-PLAN-CUENTAS.

       DATA DIVISION.

       FILE SECTION.

       FD PLAN-CUENTAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-PLAN-CUENTAS.
           03 PCU-CUENTA       PIC X(10).
           03 PCU-DESCRIPCION  PIC X(30).
           03 PCU-TIPO         PIC X.
               88 CUENTA-DE-ACTIVO     VALUE "A".
               88 CUENTA-DE-PASIVO     VALUE "P".
               88 CUENTA-PATRIMONIAL   VALUE "N".
               88 CUENTA-DE-INGRESO    VALUE "I".
               88 CUENTA-DE-EGRESO     VALUE "E".
           03 PCU-ESTADO       PIC X.
               88 CUENTA-ACTIVA        VALUE "A".
               88 CUENTA-INACTIVA      VALUE "B".

       WORKING-STORAGE SECTION.
       01 FS-PLAN-CUENTAS        PIC XX.
           88 OK-PLAN-CUENTAS        VALUE "00".
           88 NO-EXISTE-PLAN-CUENTAS VALUE "35".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-PLAN-CUENTAS".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-PLAN-CUENTAS".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "CUENTA".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-OPERACION           PIC X.
       01 WS-CUENTA              PIC X(10).
       01 WS-DESCRIPCION         PIC X(30).
       01 WS-TIPO                PIC X.
           88 TIPO-CUENTA-VALIDO     VALUE "A" "P" "N" "I" "E".
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
           PERFORM MANTENER-CUENTA.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O PLAN-CUENTAS-RND.
           IF NO-EXISTE-PLAN-CUENTAS
               OPEN OUTPUT PLAN-CUENTAS-RND
               CLOSE PLAN-CUENTAS-RND
               OPEN I-O PLAN-CUENTAS-RND
           END-IF.
           IF FS-PLAN-CUENTAS <> "00"
               DISPLAY "ERROR AL ABRIR EL PLAN DE CUENTAS, FS="
                   FS-PLAN-CUENTAS
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE PLAN-CUENTAS-RND.

       *>
       *> PLAN DE CUENTAS: las cuentas en las que PASE-AL-MAYOR
       *> asienta; un asiento con una cuenta que no esta aqui o que
       *> esta dada de baja se rechaza entero. Tipos: A=activo,
       *> P=pasivo, N=patrimonio neto, I=ingreso, E=egreso. Cuentas
       *> que usan los asientos: CAJA, BANCO, VALORESCAR, TARJETAS,
       *> DEUDORES, RETSUFGAN, RETSUFIVA, RETSUFIIBB, IVACREDFIS,
       *> PERCEPIVA, PERCEPIIBB, RODADOS, AMORTACUM, PROVEEDOR,
       *> VOUCHERS, IVADEBFISC, VENTAS, INTGANADOS, RECUPGASTO,
       *> INGVOUCHER, RESVTABU, AMORTIZAC, GASCOMBUST, GASREPARAC,
       *> GASSEGUROS, GASBANCARI, GASTARJETA y GASOTROS. La baja es
       *> logica para que el mayor historico siga leyendo la
       *> descripcion.
       *>
       MANTENER-CUENTA.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=BAJA): ".
           ACCEPT WS-OPERACION.
           DISPLAY "CUENTA: ".
           ACCEPT WS-CUENTA.
           MOVE WS-CUENTA TO PCU-CUENTA OF REG-PLAN-CUENTAS.
           EVALUATE WS-OPERACION
               WHEN "B" PERFORM CONSULTAR-CUENTA
               WHEN "I" PERFORM ALTA-CUENTA
               WHEN "M" PERFORM MODIFICAR-CUENTA
               WHEN "E" PERFORM BAJA-CUENTA
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       CONSULTAR-CUENTA.
           READ PLAN-CUENTAS-RND
               INVALID KEY
                   DISPLAY "CUENTA INEXISTENTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-CUENTA
           END-READ.

       MOSTRAR-CUENTA.
           DISPLAY "CUENTA: " PCU-CUENTA OF REG-PLAN-CUENTAS.
           DISPLAY "DESCRIPCION: " PCU-DESCRIPCION OF REG-PLAN-CUENTAS.
           DISPLAY "TIPO (A/P/N/I/E): " PCU-TIPO OF REG-PLAN-CUENTAS.
           DISPLAY "ESTADO (A/B): " PCU-ESTADO OF REG-PLAN-CUENTAS.

       ALTA-CUENTA.
           READ PLAN-CUENTAS-RND
               INVALID KEY
                   PERFORM CAPTURAR-Y-GRABAR-CUENTA
               NOT INVALID KEY
                   DISPLAY "ERROR: LA CUENTA YA EXISTE"
           END-READ.

       CAPTURAR-Y-GRABAR-CUENTA.
           DISPLAY "DESCRIPCION: ".
           ACCEPT WS-DESCRIPCION.
           PERFORM CAPTURAR-TIPO.
           IF NOT TIPO-CUENTA-VALIDO OR WS-CUENTA = SPACES
               DISPLAY "ALTA RECHAZADA: CUENTA O TIPO INVALIDO"
           ELSE
               MOVE WS-CUENTA TO PCU-CUENTA OF REG-PLAN-CUENTAS
               MOVE WS-DESCRIPCION TO
                   PCU-DESCRIPCION OF REG-PLAN-CUENTAS
               MOVE WS-TIPO TO PCU-TIPO OF REG-PLAN-CUENTAS
               MOVE "A" TO PCU-ESTADO OF REG-PLAN-CUENTAS
               WRITE REG-PLAN-CUENTAS
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA CUENTA, FS="
                           FS-PLAN-CUENTAS
                   NOT INVALID KEY
                       MOVE "A" TO WS-JR-OPERACION
                       MOVE SPACES TO WS-JR-ANTES
                       MOVE REG-PLAN-CUENTAS TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING
                           WS-JR-PROGRAMA, WS-JR-OPERACION,
                           WS-JR-ENTIDAD, WS-JR-ANTES,
                           WS-JR-DESPUES
                       DISPLAY "CUENTA REGISTRADA"
               END-WRITE
           END-IF.

       CAPTURAR-TIPO.
           DISPLAY "TIPO (A=ACTIVO, P=PASIVO, N=PATRIMONIO NETO, "
               "I=INGRESO, E=EGRESO): ".
           ACCEPT WS-TIPO.

       *>
       *> la modificacion cubre descripcion y tipo; el codigo no se
       *> cambia porque el mayor ya asentado lo referencia.
       *>
       MODIFICAR-CUENTA.
           READ PLAN-CUENTAS-RND
               INVALID KEY
                   DISPLAY "ERROR: LA CUENTA NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-CUENTA
                   MOVE REG-PLAN-CUENTAS TO WS-JR-ANTES
                   DISPLAY "NUEVA DESCRIPCION (ENTER PARA DEJAR): "
                   ACCEPT WS-DESCRIPCION
                   PERFORM CAPTURAR-TIPO
                   IF NOT TIPO-CUENTA-VALIDO
                       DISPLAY "TIPO INVALIDO, NO SE MODIFICA"
                   ELSE
                       IF WS-DESCRIPCION NOT = SPACES
                           MOVE WS-DESCRIPCION TO
                               PCU-DESCRIPCION OF REG-PLAN-CUENTAS
                       END-IF
                       MOVE WS-TIPO TO PCU-TIPO OF REG-PLAN-CUENTAS
                       MOVE "A" TO PCU-ESTADO OF REG-PLAN-CUENTAS
                       REWRITE REG-PLAN-CUENTAS
                       END-REWRITE
                       MOVE "M" TO WS-JR-OPERACION
                       MOVE REG-PLAN-CUENTAS TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "CUENTA MODIFICADA"
                   END-IF
           END-READ.

       BAJA-CUENTA.
           READ PLAN-CUENTAS-RND
               INVALID KEY
                   DISPLAY "ERROR: LA CUENTA NO EXISTE"
               NOT INVALID KEY
                   PERFORM MOSTRAR-CUENTA
                   DISPLAY "CONFIRMA LA BAJA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       MOVE REG-PLAN-CUENTAS TO WS-JR-ANTES
                       MOVE "B" TO PCU-ESTADO OF REG-PLAN-CUENTAS
                       REWRITE REG-PLAN-CUENTAS
                       END-REWRITE
                       MOVE "E" TO WS-JR-OPERACION
                       MOVE REG-PLAN-CUENTAS TO WS-JR-DESPUES
                       CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                           WS-JR-OPERACION, WS-JR-ENTIDAD,
                           WS-JR-ANTES, WS-JR-DESPUES
                       DISPLAY "CUENTA DADA DE BAJA"
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
           END-READ.
