       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-PERIODO-CADENA      PIC X(6).
       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PER-AAAA        PIC 9(4).
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
               DISPLAY "PERIODO A CERRAR (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ACUMULAR-MES.
           PERFORM CONTAR-FLOTA-ACTIVA.
           IF FS-ESTADISTICAS <> "00"
               DISPLAY "ERROR AL ABRIR ESTADISTICAS, FS="
                   FS-ESTADISTICAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORTE-ESTADISTICAS.

           IF FS-ALQUILERES <> "00"
               DISPLAY "ERROR AL ABRIR ALQUILERES.DAT, FS="
                   FS-ALQUILERES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ ALQUILERES-SEQ
               AT END MOVE "10" TO FS-ALQUILERES
