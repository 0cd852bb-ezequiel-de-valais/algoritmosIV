       01 WS-SG-RESULTADO        PIC X.

       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-CADENA      PIC X(6).
       01 WS-FECHA-HOY           PIC 9(8).
       01 WS-FECHA-AUX           PIC 9(8).
       01 WS-FECHA-AUX-RED REDEFINES WS-FECHA-AUX.
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
               DISPLAY "PERIODO DE LA CADENA DE FIN DE MES: "
                   WS-PERIODO
           ELSE
               DISPLAY "PERIODO A FACTURAR (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-YA-FACTURADOS.
           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES, FS="
                   FS-ALQUILERES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES-RND.
           OPEN INPUT CONVENIOS-RND.
              OR FS-INTEGRANTES <> "00"
               DISPLAY "FALTAN MAESTROS DE CONVENIOS O CLIENTES, "
                   "NO SE FACTURA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O FACTURAS-RND.
           IF NO-EXISTE-FACTURAS
           END-IF.
           IF FS-FACTURAS <> "00"
               DISPLAY "ERROR AL ABRIR FACTURAS, FS=" FS-FACTURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-CONVENIOS.
           MOVE SPACES TO LINEA-REPORTE.
