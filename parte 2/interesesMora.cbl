       01 WS-SG-RESULTADO        PIC X.

       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-CADENA      PIC X(6).
       01 WS-FECHA-HOY           PIC 9(8).

       01 WS-PV-CODIGO           PIC X(12).
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-PERIODO-CADENA FROM ENVIRONMENT "PERIODO_CIERRE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIODO-CADENA
           END-ACCEPT.
           IF WS-PERIODO-CADENA NUMERIC
               MOVE WS-PERIODO-CADENA TO WS-PERIODO
               PERFORM TOMAR-PERIODO-ANTERIOR
               DISPLAY "SALDOS DEL CIERRE ANTERIOR A LA CADENA: "
                   WS-PERIODO
           ELSE
               DISPLAY "PERIODO DE LOS SALDOS A RECARGAR (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-PV-FECHA.
           PERFORM CARGAR-PARAMETROS.
           DISPLAY "NOTAS DE DEBITO EMITIDAS: " CANT-NOTAS.
           GOBACK.

       *>
       *> en la cadena de fin de mes los intereses corren antes del
       *> resumen del periodo, asi que los saldos a recargar son los
       *> del cierre anterior; la nota sale en el resumen del mes.
       *>
       TOMAR-PERIODO-ANTERIOR.
           IF WS-PERIODO-CADENA (5:2) = "01"
               COMPUTE WS-PERIODO = WS-PERIODO - 100 + 11
           ELSE
               SUBTRACT 1 FROM WS-PERIODO
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT SALDOS-SEQ.
           IF FS-SALDOS <> "00"
               DISPLAY "SALDOS NO DISPONIBLES, CORRER PRIMERO "
                   "RESUMEN-CUENTA-CLIENTES, FS=" FS-SALDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES-RND.
           OPEN I-O FACTURAS-RND.
           END-IF.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-INTERESES.
           MOVE SPACES TO LINEA-REPORTE.
