
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-JURISDICCIONES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT JURISDICCIONES-RND
           ASSIGN TO DISK "Entrada/indexados/jurisdiccionesIibb.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JUR-CLAVE OF REG-JURISDICCIONES
           FILE STATUS IS FS-JURISDICCIONES.

       DATA DIVISION.

       FILE SECTION.

       FD JURISDICCIONES-RND
           LABEL RECORD IS STANDARD.
       01 REG-JURISDICCIONES.
           03 JUR-CLAVE.
               05  JUR-SUCURSAL       PIC X(2).
               05  JUR-VIGENCIA-DESDE PIC 9(8).
           03 JUR-JURISDICCION        PIC X(3).
           03 JUR-NOMBRE              PIC X(20).
           03 JUR-ALICUOTA            PIC 9(2)V9999.

       WORKING-STORAGE SECTION.
       01 FS-JURISDICCIONES      PIC XX.
           88 OK-JURISDICCIONES      VALUE "00".
           88 NO-EXISTE-JURISDICCIONES VALUE "35".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-JURISDICCIONES".
       01 WS-SG-NIVEL            PIC 9 VALUE 2.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-JURISDICCIONES".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "JURISDIC".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-OPERACION           PIC X.
       01 WS-SUCURSAL            PIC X(2).
       01 WS-VIGENCIA-DESDE      PIC 9(8).
       01 WS-JURISDICCION        PIC X(3).
       01 WS-NOMBRE              PIC X(20).
       01 WS-ALICUOTA            PIC 9(2)V9999.
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
           PERFORM MANTENER-JURISDICCION.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O JURISDICCIONES-RND.
           IF NO-EXISTE-JURISDICCIONES
               OPEN OUTPUT JURISDICCIONES-RND
               CLOSE JURISDICCIONES-RND
               OPEN I-O JURISDICCIONES-RND
           END-IF.
           IF FS-JURISDICCIONES <> "00"
               DISPLAY "ERROR AL ABRIR JURISDICCIONES, FS="
                   FS-JURISDICCIONES
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE JURISDICCIONES-RND.

       *>
       *> SUCURSAL Y JURISDICCION DE INGRESOS BRUTOS: cada sucursal
       *> declara en la provincia donde opera, con la alicuota de
       *> esa provincia. Igual que en parametros.dat, un cambio de
       *> alicuota o una mudanza de sucursal es un alta con su
       *> vigencia-desde y las vigencias anteriores quedan; la
       *> liquidacion mensual toma la vigente a la fecha de cada
       *> factura. Alicuota en porcentaje (3,5 = 3,5%).
       *>
       MANTENER-JURISDICCION.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA DE VIGENCIA, "
               "E=BAJA): ".
           ACCEPT WS-OPERACION.
           DISPLAY "SUCURSAL: ".
           ACCEPT WS-SUCURSAL.
           DISPLAY "VIGENCIA DESDE (AAAAMMDD): ".
           ACCEPT WS-VIGENCIA-DESDE.
           MOVE WS-SUCURSAL TO JUR-SUCURSAL OF REG-JURISDICCIONES.
           MOVE WS-VIGENCIA-DESDE TO
               JUR-VIGENCIA-DESDE OF REG-JURISDICCIONES.
           EVALUATE WS-OPERACION
               WHEN "B" PERFORM CONSULTAR-JURISDICCION
               WHEN "I" PERFORM ALTA-JURISDICCION
               WHEN "E" PERFORM BAJA-JURISDICCION
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       CONSULTAR-JURISDICCION.
           READ JURISDICCIONES-RND
               INVALID KEY
                   DISPLAY "SUCURSAL SIN JURISDICCION PARA ESA "
                       "VIGENCIA"
               NOT INVALID KEY
                   DISPLAY "SUCURSAL: "
                       JUR-SUCURSAL OF REG-JURISDICCIONES
                   DISPLAY "DESDE: "
                       JUR-VIGENCIA-DESDE OF REG-JURISDICCIONES
                   DISPLAY "JURISDICCION: "
                       JUR-JURISDICCION OF REG-JURISDICCIONES " "
                       JUR-NOMBRE OF REG-JURISDICCIONES
                   DISPLAY "ALICUOTA %: "
                       JUR-ALICUOTA OF REG-JURISDICCIONES
           END-READ.

       ALTA-JURISDICCION.
           DISPLAY "CODIGO DE JURISDICCION (3 DIGITOS): ".
           ACCEPT WS-JURISDICCION.
           DISPLAY "NOMBRE DE LA JURISDICCION: ".
           ACCEPT WS-NOMBRE.
           DISPLAY "ALICUOTA EN % (HASTA 4 DECIMALES): ".
           ACCEPT WS-ALICUOTA.
           IF WS-JURISDICCION = SPACES
               DISPLAY "ERROR: FALTA EL CODIGO DE JURISDICCION"
           ELSE
               DISPLAY "CONFIRMA EL ALTA DE SUCURSAL " WS-SUCURSAL
                   " DESDE " WS-VIGENCIA-DESDE
                   " JURISDICCION " WS-JURISDICCION
                   " ALICUOTA " WS-ALICUOTA " (S/N): "
               ACCEPT WS-CONFIRMACION
               IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                   PERFORM GRABAR-JURISDICCION
               ELSE
                   DISPLAY "ALTA CANCELADA"
               END-IF
           END-IF.

       GRABAR-JURISDICCION.
           MOVE WS-JURISDICCION TO
               JUR-JURISDICCION OF REG-JURISDICCIONES.
           MOVE WS-NOMBRE TO JUR-NOMBRE OF REG-JURISDICCIONES.
           MOVE WS-ALICUOTA TO JUR-ALICUOTA OF REG-JURISDICCIONES.
           WRITE REG-JURISDICCIONES
               INVALID KEY
                   DISPLAY "ERROR: YA EXISTE ESA VIGENCIA"
               NOT INVALID KEY
                   DISPLAY "JURISDICCION DADA DE ALTA"
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-JURISDICCIONES TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD,
                       WS-JR-ANTES, WS-JR-DESPUES
           END-WRITE.

       BAJA-JURISDICCION.
           READ JURISDICCIONES-RND
               INVALID KEY
                   DISPLAY "ERROR: LA VIGENCIA NO EXISTE"
               NOT INVALID KEY
                   DISPLAY "JURISDICCION ACTUAL: "
                       JUR-JURISDICCION OF REG-JURISDICCIONES
                       " ALICUOTA " JUR-ALICUOTA OF REG-JURISDICCIONES
                   DISPLAY "CONFIRMA LA BAJA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       MOVE REG-JURISDICCIONES TO WS-JR-ANTES
                       DELETE JURISDICCIONES-RND RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR"
                           NOT INVALID KEY
                               DISPLAY "VIGENCIA DADA DE BAJA"
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
