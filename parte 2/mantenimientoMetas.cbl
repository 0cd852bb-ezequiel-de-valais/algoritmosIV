       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-METAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT METAS-RND
           ASSIGN TO DISK "Entrada/indexados/metas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MET-CLAVE OF REG-METAS
           FILE STATUS IS FS-METAS.

       DATA DIVISION.

       FILE SECTION.

       FD METAS-RND
           LABEL RECORD IS STANDARD.
       01 REG-METAS.
           03 MET-CLAVE.
               05  MET-SUCURSAL        PIC X(2).
               05  MET-PERIODO         PIC 9(6).
           03 MET-FACTURACION          PIC 9(10)V99.
           03 MET-CANT-ALQUILERES      PIC 9(5).
           03 MET-OCUPACION            PIC 9(3)V99.
           03 MET-GASTO-COMBUSTIBLE    PIC 9(9)V99.
           03 MET-GASTO-REPARACION     PIC 9(9)V99.
           03 MET-GASTO-SEGURO         PIC 9(9)V99.
           03 MET-GASTO-OTROS          PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 FS-METAS               PIC XX.
           88 NO-EXISTE-METAS        VALUE "35".

       01 WS-SG-PROGRAMA         PIC X(20) VALUE "MANT-METAS".
       01 WS-SG-NIVEL            PIC 9 VALUE 3.
       01 WS-SG-RESULTADO        PIC X.

       01 WS-JR-PROGRAMA         PIC X(20) VALUE "MANT-METAS".
       01 WS-JR-OPERACION        PIC X.
       01 WS-JR-ENTIDAD          PIC X(10) VALUE "META".
       01 WS-JR-ANTES            PIC X(120).
       01 WS-JR-DESPUES          PIC X(120).

       01 WS-OPERACION           PIC X.
       01 WS-SUCURSAL            PIC X(2).
       01 WS-PERIODO             PIC 9(6).
       01 WS-PERIODO-RED REDEFINES WS-PERIODO.
           03 WS-PER-AAAA        PIC 9(4).
           03 WS-PER-MM          PIC 9(2).
       01 WS-FACTURACION         PIC 9(10)V99.
       01 WS-CANT-ALQUILERES     PIC 9(5).
       01 WS-OCUPACION           PIC 9(3)V99.
       01 WS-GASTO-COMBUSTIBLE   PIC 9(9)V99.
       01 WS-GASTO-REPARACION    PIC 9(9)V99.
       01 WS-GASTO-SEGURO        PIC 9(9)V99.
       01 WS-GASTO-OTROS         PIC 9(9)V99.
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
           PERFORM MANTENER-META.
           PERFORM CERRAR-ARCHIVOS.
           ACCEPT WS-EXIT.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O METAS-RND.
           IF NO-EXISTE-METAS
               OPEN OUTPUT METAS-RND
               CLOSE METAS-RND
               OPEN I-O METAS-RND
           END-IF.
           IF FS-METAS <> "00"
               DISPLAY "ERROR AL ABRIR METAS, FS=" FS-METAS
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE METAS-RND.

       *>
       *> METAS MENSUALES POR SUCURSAL: las fija la gerencia para
       *> cada periodo AAAAMM: facturacion neta, cantidad de
       *> alquileres, ocupacion de flota en porcentaje (75,5 =
       *> 75,5%) y gasto por rubro de GASTOS (C combustible, R
       *> reparacion, S seguro, O otros). El informe de cierre
       *> METAS-VS-REAL las compara con lo realizado.
       *>
       MANTENER-META.
           DISPLAY "OPERACION (B=CONSULTA, I=ALTA, M=MODIFICACION, "
               "E=BAJA): ".
           ACCEPT WS-OPERACION.
           DISPLAY "SUCURSAL: ".
           ACCEPT WS-SUCURSAL.
           DISPLAY "PERIODO (AAAAMM): ".
           ACCEPT WS-PERIODO.
           MOVE WS-SUCURSAL TO MET-SUCURSAL OF REG-METAS.
           MOVE WS-PERIODO TO MET-PERIODO OF REG-METAS.
           EVALUATE WS-OPERACION
               WHEN "B" PERFORM CONSULTAR-META
               WHEN "I" PERFORM ALTA-META
               WHEN "M" PERFORM MODIFICAR-META
               WHEN "E" PERFORM BAJA-META
               WHEN OTHER DISPLAY "OPERACION INVALIDA"
           END-EVALUATE.

       CONSULTAR-META.
           READ METAS-RND
               INVALID KEY
                   DISPLAY "SUCURSAL SIN METAS PARA ESE PERIODO"
               NOT INVALID KEY
                   PERFORM MOSTRAR-META
           END-READ.

       MOSTRAR-META.
           DISPLAY "SUCURSAL: " MET-SUCURSAL OF REG-METAS
               " PERIODO: " MET-PERIODO OF REG-METAS.
           DISPLAY "FACTURACION NETA: " MET-FACTURACION OF REG-METAS.
           DISPLAY "CANTIDAD DE ALQUILERES: "
               MET-CANT-ALQUILERES OF REG-METAS.
           DISPLAY "OCUPACION DE FLOTA %: " MET-OCUPACION OF REG-METAS.
           DISPLAY "GASTO COMBUSTIBLE: "
               MET-GASTO-COMBUSTIBLE OF REG-METAS.
           DISPLAY "GASTO REPARACION: "
               MET-GASTO-REPARACION OF REG-METAS.
           DISPLAY "GASTO SEGURO: " MET-GASTO-SEGURO OF REG-METAS.
           DISPLAY "GASTO OTROS: " MET-GASTO-OTROS OF REG-METAS.

       ALTA-META.
           IF WS-SUCURSAL = SPACES
              OR WS-PER-MM < 1 OR WS-PER-MM > 12
               DISPLAY "ALTA RECHAZADA: SUCURSAL Y PERIODO SON "
                   "OBLIGATORIOS"
           ELSE
               DISPLAY "FACTURACION NETA: "
               ACCEPT WS-FACTURACION
               DISPLAY "CANTIDAD DE ALQUILERES: "
               ACCEPT WS-CANT-ALQUILERES
               DISPLAY "OCUPACION DE FLOTA EN % (HASTA 2 DECIMALES): "
               ACCEPT WS-OCUPACION
               DISPLAY "GASTO COMBUSTIBLE: "
               ACCEPT WS-GASTO-COMBUSTIBLE
               DISPLAY "GASTO REPARACION: "
               ACCEPT WS-GASTO-REPARACION
               DISPLAY "GASTO SEGURO: "
               ACCEPT WS-GASTO-SEGURO
               DISPLAY "GASTO OTROS: "
               ACCEPT WS-GASTO-OTROS
               IF WS-OCUPACION > 100
                   DISPLAY "ALTA RECHAZADA: OCUPACION MAYOR AL 100%"
               ELSE
                   DISPLAY "CONFIRMA EL ALTA DE SUCURSAL " WS-SUCURSAL
                       " PERIODO " WS-PERIODO " (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       PERFORM GRABAR-META
                   ELSE
                       DISPLAY "ALTA CANCELADA"
                   END-IF
               END-IF
           END-IF.

       GRABAR-META.
           MOVE WS-FACTURACION TO MET-FACTURACION OF REG-METAS.
           MOVE WS-CANT-ALQUILERES TO MET-CANT-ALQUILERES OF REG-METAS.
           MOVE WS-OCUPACION TO MET-OCUPACION OF REG-METAS.
           MOVE WS-GASTO-COMBUSTIBLE TO
               MET-GASTO-COMBUSTIBLE OF REG-METAS.
           MOVE WS-GASTO-REPARACION TO
               MET-GASTO-REPARACION OF REG-METAS.
           MOVE WS-GASTO-SEGURO TO MET-GASTO-SEGURO OF REG-METAS.
           MOVE WS-GASTO-OTROS TO MET-GASTO-OTROS OF REG-METAS.
           WRITE REG-METAS
               INVALID KEY
                   DISPLAY "ERROR: YA HAY METAS PARA ESE PERIODO"
               NOT INVALID KEY
                   MOVE "A" TO WS-JR-OPERACION
                   MOVE SPACES TO WS-JR-ANTES
                   MOVE REG-METAS TO WS-JR-DESPUES
                   CALL "bitacoracambios" USING WS-JR-PROGRAMA,
                       WS-JR-OPERACION, WS-JR-ENTIDAD, WS-JR-ANTES,
                       WS-JR-DESPUES
                   DISPLAY "METAS REGISTRADAS"
           END-WRITE.

       *>
       *> un cero deja el valor anterior; para poner en cero una
       *> meta ya cargada se da de baja el periodo y se vuelve a
       *> dar de alta.
       *>
       MODIFICAR-META.
           READ METAS-RND
               INVALID KEY
                   DISPLAY "ERROR: NO HAY METAS PARA ESE PERIODO"
               NOT INVALID KEY
                   PERFORM MOSTRAR-META
                   MOVE REG-METAS TO WS-JR-ANTES
                   PERFORM PEDIR-CAMBIOS-META
                   REWRITE REG-METAS
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LAS METAS"
                       NOT INVALID KEY
                           MOVE "M" TO WS-JR-OPERACION
                           MOVE REG-METAS TO WS-JR-DESPUES
                           CALL "bitacoracambios" USING
                               WS-JR-PROGRAMA, WS-JR-OPERACION,
                               WS-JR-ENTIDAD, WS-JR-ANTES,
                               WS-JR-DESPUES
                           DISPLAY "METAS MODIFICADAS"
                   END-REWRITE
           END-READ.

       PEDIR-CAMBIOS-META.
           DISPLAY "NUEVA FACTURACION NETA (0 PARA DEJAR): ".
           ACCEPT WS-FACTURACION.
           IF WS-FACTURACION > ZEROES
               MOVE WS-FACTURACION TO MET-FACTURACION OF REG-METAS
           END-IF.
           DISPLAY "NUEVA CANTIDAD DE ALQUILERES (0 PARA DEJAR): ".
           ACCEPT WS-CANT-ALQUILERES.
           IF WS-CANT-ALQUILERES > ZEROES
               MOVE WS-CANT-ALQUILERES TO
                   MET-CANT-ALQUILERES OF REG-METAS
           END-IF.
           DISPLAY "NUEVA OCUPACION % (0 PARA DEJAR): ".
           ACCEPT WS-OCUPACION.
           IF WS-OCUPACION > ZEROES AND WS-OCUPACION NOT > 100
               MOVE WS-OCUPACION TO MET-OCUPACION OF REG-METAS
           END-IF.
           DISPLAY "NUEVO GASTO COMBUSTIBLE (0 PARA DEJAR): ".
           ACCEPT WS-GASTO-COMBUSTIBLE.
           IF WS-GASTO-COMBUSTIBLE > ZEROES
               MOVE WS-GASTO-COMBUSTIBLE TO
                   MET-GASTO-COMBUSTIBLE OF REG-METAS
           END-IF.
           DISPLAY "NUEVO GASTO REPARACION (0 PARA DEJAR): ".
           ACCEPT WS-GASTO-REPARACION.
           IF WS-GASTO-REPARACION > ZEROES
               MOVE WS-GASTO-REPARACION TO
                   MET-GASTO-REPARACION OF REG-METAS
           END-IF.
           DISPLAY "NUEVO GASTO SEGURO (0 PARA DEJAR): ".
           ACCEPT WS-GASTO-SEGURO.
           IF WS-GASTO-SEGURO > ZEROES
               MOVE WS-GASTO-SEGURO TO MET-GASTO-SEGURO OF REG-METAS
           END-IF.
           DISPLAY "NUEVO GASTO OTROS (0 PARA DEJAR): ".
           ACCEPT WS-GASTO-OTROS.
           IF WS-GASTO-OTROS > ZEROES
               MOVE WS-GASTO-OTROS TO MET-GASTO-OTROS OF REG-METAS
           END-IF.

       BAJA-META.
           READ METAS-RND
               INVALID KEY
                   DISPLAY "ERROR: NO HAY METAS PARA ESE PERIODO"
               NOT INVALID KEY
                   PERFORM MOSTRAR-META
                   DISPLAY "CONFIRMA LA BAJA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF WS-CONFIRMACION = "S" OR WS-CONFIRMACION = "s"
                       MOVE REG-METAS TO WS-JR-ANTES
                       DELETE METAS-RND RECORD
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR"
                           NOT INVALID KEY
                               DISPLAY "METAS DADAS DE BAJA"
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
