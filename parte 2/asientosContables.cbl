       01 FS-INTERFAZ            PIC XX.

       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-CADENA      PIC X(6).
       01 WS-PERIODO-ALQ         PIC 9(6).
       01 WS-PERIODO-REDEF REDEFINES WS-PERIODO-ALQ.
           03 WS-PERIODO-AAAA    PIC 9(4).
           03 TRL-CANTIDAD       PIC 9(7).

       PROCEDURE DIVISION.
           ACCEPT WS-PERIODO-CADENA FROM ENVIRONMENT "PERIODO_CIERRE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIODO-CADENA
           END-ACCEPT.
           IF WS-PERIODO-CADENA NUMERIC
               MOVE WS-PERIODO-CADENA TO WS-PERIODO
               DISPLAY "PERIODO DE LA CADENA DE FIN DE MES: "
                   WS-PERIODO
           ELSE
               DISPLAY "PERIODO A EXPORTAR (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           SORT ORDEN-ASIENTOS ON ASCENDING KEY ORD-FECHA
               INPUT PROCEDURE IS SELECCIONAR-ALQUILERES
               OUTPUT PROCEDURE IS GENERAR-INTERFAZ.
           GOBACK.

       *>
       *> entran solo los alquileres cerrados del periodo pedido; los
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES.DAT, FS="
                   FS-ALQUILERES
               MOVE 8 TO RETURN-CODE
           ELSE
               READ ALQUILERES-SEQ
                   AT END MOVE "10" TO FS-ALQUILERES
               END-READ
               PERFORM FILTRAR-ALQUILER UNTIL EOF-ALQUILERES
               CLOSE ALQUILERES-SEQ
           END-IF.

       FILTRAR-ALQUILER.
           MOVE ALQ-FECHA OF REG-ALQUILERES-SEQ TO WS-FECHA-AUX.
           END-READ.

       GENERAR-INTERFAZ.
           IF RETURN-CODE = 0
               PERFORM GRABAR-INTERFAZ
           END-IF.

       *>
       *> sin alquileres leidos no se pisa la interfaz anterior.
       *>
       GRABAR-INTERFAZ.
           OPEN OUTPUT INTERFAZ-ASIENTOS.
           MOVE WS-PERIODO TO HDR-PERIODO.
           MOVE SPACES TO REG-INTERFAZ.
           END-RETURN.

       *>
       *> asiento del dia: debe DEUDORES por el total facturado,
       *> haber VENTAS por el neto y haber IVA DEBITO FISCAL por el
       *> impuesto. Tres lineas por dia con movimiento. La cobranza
       *> entra por separado desde pagos.dat al pasar al mayor.
       *>
       EMITIR-ASIENTO-DIA.
           MOVE WS-FECHA-ANT TO DET-FECHA.
           MOVE "DEUDORES  " TO DET-CUENTA.
           MOVE "D" TO DET-NATURALEZA.
           MOVE WS-CAJA-DIA TO DET-IMPORTE.
           ADD WS-CAJA-DIA TO WS-TOTAL-DEBE.
