           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOV-ALQUILERES.

       SELECT DEVOLUCIONES-TERMINAL
           ASSIGN TO DISK "Entrada/devolucionesTerminal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TERMINAL.

       SELECT RESTO-RECHAZOS
           ASSIGN TO DISK "Salida/rechazosResto.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           03 NAL-KM-SALIDA    PIC 9(7).
           03 NAL-SUCURSAL     PIC X(2).

       FD DEVOLUCIONES-TERMINAL
           LABEL RECORD IS STANDARD.
       01 REG-DEVOLUCION-TERMINAL.
           03 DTE-PATENTE      PIC X(6).
           03 DTE-FECHA        PIC 9(8).
           03 DTE-HORA         PIC 9(4).
           03 DTE-KM-REGRESO   PIC 9(7).
           03 DTE-COMBUSTIBLE  PIC 9.
           03 DTE-SUCURSAL     PIC X(2).
           03 DTE-DANIO        PIC X.

       FD RESTO-RECHAZOS
           LABEL RECORD IS STANDARD.
       01 LINEA-RESTO            PIC X(80).
       01 FS-NOV-CHOFERES        PIC XX.
       01 FS-NOV-CLIENTES        PIC XX.
       01 FS-NOV-ALQUILERES      PIC XX.
       01 FS-TERMINAL            PIC XX.
       01 FS-RESTO               PIC XX.
           88 EOF-RESTO              VALUE "10".
       01 WS-HAY-RESTO           PIC X VALUE "N".
               WHEN "CHOFERES" PERFORM CORREGIR-CHOFER
               WHEN "CLIENTES" PERFORM CORREGIR-CLIENTE
               WHEN "ALQUILERES" PERFORM CORREGIR-ALQUILER
               WHEN "DEVOLUCION" PERFORM CORREGIR-DEVOLUCION
               WHEN OTHER
                   DISPLAY "ENTIDAD SIN REENVIO POR NOVEDADES, "
                       "CORREGIR POR SU MANTENIMIENTO EN LINEA"
           CLOSE NOV-ALQUILERES.
           PERFORM ANOTAR-REENVIO.

       *>
       *> la devolucion corregida vuelve al archivo de las terminales
       *> y se cierra en la proxima corrida del cierre por lote.
       *>
       CORREGIR-DEVOLUCION.
           DISPLAY "PATENTE: ".
           ACCEPT DTE-PATENTE.
           DISPLAY "FECHA DE DEVOLUCION (AAAAMMDD): ".
           ACCEPT DTE-FECHA.
           DISPLAY "HORA DE DEVOLUCION (HHMM): ".
           ACCEPT DTE-HORA.
           DISPLAY "KM DE REGRESO (ODOMETRO): ".
           ACCEPT DTE-KM-REGRESO.
           DISPLAY "COMBUSTIBLE (0 A 8 OCTAVOS): ".
           ACCEPT DTE-COMBUSTIBLE.
           DISPLAY "SUCURSAL DE DEVOLUCION: ".
           ACCEPT DTE-SUCURSAL.
           DISPLAY "DANIO DECLARADO (S/N): ".
           ACCEPT DTE-DANIO.
           OPEN EXTEND DEVOLUCIONES-TERMINAL.
           IF FS-TERMINAL = "05" OR FS-TERMINAL = "35"
               OPEN OUTPUT DEVOLUCIONES-TERMINAL
           END-IF.
           WRITE REG-DEVOLUCION-TERMINAL.
           CLOSE DEVOLUCIONES-TERMINAL.
           PERFORM ANOTAR-REENVIO.

       ANOTAR-REENVIO.
           MOVE "C" TO WS-RECH-ACCION (WS-RECH-IND).
           ADD 1 TO CANT-REENVIADOS.
