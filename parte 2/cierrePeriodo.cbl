
       01 WS-ULTIMO-CERRADO      PIC 9(6) VALUE ZEROES.
       01 WS-PERIODO-NUEVO       PIC 9(6).
       01 WS-PERIODO-CADENA      PIC X(6).
       01 WS-CONFIRMACION        PIC X.
       01 WS-OPERADOR            PIC X(20).
       01 WS-FECHA-HOY           PIC 9(8).
               WS-SG-RESULTADO.
           IF WS-SG-RESULTADO NOT = "O"
               DISPLAY "INGRESO DENEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-ACCEPT.
           PERFORM LEER-PERIODO-ACTUAL.
           DISPLAY "ULTIMO PERIODO CERRADO: " WS-ULTIMO-CERRADO.
           ACCEPT WS-PERIODO-CADENA FROM ENVIRONMENT "PERIODO_CIERRE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIODO-CADENA
           END-ACCEPT.
           IF WS-PERIODO-CADENA NUMERIC
               MOVE WS-PERIODO-CADENA TO WS-PERIODO-NUEVO
               DISPLAY "PERIODO DE LA CADENA DE FIN DE MES: "
                   WS-PERIODO-NUEVO
           ELSE
               DISPLAY "NUEVO ULTIMO PERIODO CERRADO (AAAAMM): "
               ACCEPT WS-PERIODO-NUEVO
           END-IF.
           IF WS-PERIODO-NUEVO <= WS-ULTIMO-CERRADO
               DISPLAY "EL PERIODO NO PUEDE RETROCEDER, NO SE "
                   "MODIFICA"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "A PARTIR DE AHORA NINGUN PROGRAMA PODRA "
                   "CREAR, CERRAR NI CANCELAR ALQUILERES HASTA "
                   DISPLAY "PERIODO CERRADO"
               ELSE
                   DISPLAY "CIERRE CANCELADO"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           ACCEPT WS-EXIT.
           GOBACK.

       LEER-PERIODO-ACTUAL.
           OPEN INPUT CONTROL-PERIODO.
