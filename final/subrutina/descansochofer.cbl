        IDENTIFICATION DIVISION.
        PROGRAM-ID. descansochofer.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.

        FILE-CONTROL.

        SELECT choferes-rdm
        ASSIGN TO DISK "Entrada/indexados/choferes.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cho-clave of rec-choferes-rdm
        ALTERNATE RECORD KEY IS cho-nro-legajo of rec-choferes-rdm
           WITH DUPLICATES
        FILE STATUS IS fs-choferes.

        SELECT alquileres-rdm
        ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS alq-clave of rec-alquileres-rdm
        ALTERNATE RECORD KEY IS alq-chofer of rec-alquileres-rdm
           WITH DUPLICATES
        FILE STATUS IS fs-alquileres.

        DATA DIVISION.
        FILE SECTION.

        FD choferes-rdm LABEL RECORD IS STANDARD.
        01 rec-choferes-rdm.
           03 cho-clave.
              05 cho-nro-legajo  pic x(7).
              05 cho-fecha-desde pic 9(8).
           03 cho-fecha-hasta    pic 9(8).
           03 cho-turno          pic x.
           03 cho-nombre         pic x(30).
           03 cho-sucursal       pic x(2).

        FD alquileres-rdm LABEL RECORD IS STANDARD.
        01 rec-alquileres-rdm.
           03 alq-clave.
              05 alq-patente     pic x(6).
              05 alq-fecha       pic 9(8).
           03 alq-tipo-doc       pic x.
           03 alq-nro-doc        pic x(20).
           03 alq-importe        pic 9(7)v99.
           03 alq-chofer         pic x(7).
           03 alq-estado         pic x.
           03 alq-impuesto       pic 9(7)v99.
           03 alq-total          pic 9(8)v99.
           03 alq-fecha-hasta    pic 9(8).
           03 alq-km-salida      pic 9(7).
           03 alq-km-regreso     pic 9(7).
           03 alq-sucursal       pic x(2).

        WORKING-STORAGE SECTION.

        01 fs-choferes   pic xx.
        01 fs-alquileres pic xx.

        01 ws-pv-codigo  pic x(12).
        01 ws-pv-fecha   pic 9(8).
        01 ws-pv-valor   pic 9(9)v9999.
        01 ws-pv-hallado pic x.

        01 ws-descanso-min  pic 9(5).
        01 ws-inicio-m      pic 9(4).
        01 ws-inicio-t      pic 9(4).
        01 ws-inicio-n      pic 9(4).
        01 ws-jornada-min   pic 9(4).

        01 ws-fecha-cursor  pic 9(8).
        01 ws-cursor-red redefines ws-fecha-cursor.
           03 ws-cur-aaaa   pic 9(4).
           03 ws-cur-mm     pic 9(2).
           03 ws-cur-dd     pic 9(2).
        01 ws-cur-dias-mes  pic 99.
        01 ws-cur-resto-aux pic 9(6).
        01 ws-cur-resto-400 pic 999.
        01 ws-cur-resto-100 pic 999.
        01 ws-cur-resto-4   pic 9.

        01 ws-dia           pic 9(8).
        01 ws-dia-siguiente pic 9(8).
        01 ws-dia-consulta  pic 9(8).
        01 ws-ocupado       pic x.
        01 ws-ocupado-dia   pic x.
        01 ws-turno         pic x.
        01 ws-turno-dia     pic x.
        01 ws-turno-sig     pic x.
        01 ws-hora-turno    pic 9(4).
        01 ws-hh            pic 99.
        01 ws-mm            pic 99.
        01 ws-min-inicio    pic 9(4).
        01 ws-fin-dia       pic 9(5).
        01 ws-inicio-sig    pic 9(5).

       linkage section.
        01 dc-legajo      pic x(7).
        01 dc-desde       pic 9(8).
        01 dc-hasta       pic 9(8).
        01 dc-excluir     pic x(14).
        01 dc-resultado   pic x.
        01 dc-conflicto   pic 9(8).
        01 dc-minutos     pic 9(5).

      * controla el descanso minimo entre dos turnos seguidos del
      * chofer si toma un servicio de dc-desde a dc-hasta. Cada dia
      * del servicio, y el anterior y el siguiente si tiene otro
      * alquiler vigente, trabaja su turno segun la ventana de
      * choferes.dat que cubre la fecha: M, T o N a partir del
      * horario INI-TURNO-x durante JORNADA-MIN minutos. Entre el
      * fin de un turno y el inicio del turno del dia siguiente
      * tiene que haber al menos DESCANSO-HS horas (parametros
      * vigentes a dc-desde; por omision 12, 0600, 1400, 2200 y 480).
      *   D = descanso cumplido;
      *   R = descanso insuficiente: dc-conflicto es el dia en que
      *       arranca el turno sin descanso y dc-minutos el descanso
      *       que quedaria.
      * dc-excluir es la clave de un alquiler que no cuenta (el
      * propio, en una prorroga); espacios si no hay ninguno. Sin
      * choferes o alquileres no hay turnos que comparar: D.
        PROCEDURE DIVISION USING dc-legajo, dc-desde, dc-hasta,
           dc-excluir, dc-resultado, dc-conflicto, dc-minutos.

           move "D" to dc-resultado.
           move zeroes to dc-conflicto.
           move zeroes to dc-minutos.
           perform cargar-parametros.
           open input choferes-rdm.
           if fs-choferes not equal to "00"
              goback
           end-if.
           open input alquileres-rdm.
           if fs-alquileres not equal to "00"
              close choferes-rdm
              goback
           end-if.

           move dc-desde to ws-fecha-cursor.
           perform restar-dia-cursor.
           move ws-fecha-cursor to ws-dia.
           perform examinar-par-de-dias
              until ws-dia > dc-hasta
              or dc-resultado equal to "R".

           close choferes-rdm.
           close alquileres-rdm.
           goback.

        examinar-par-de-dias.
           move ws-dia to ws-fecha-cursor.
           perform sumar-dia-cursor.
           move ws-fecha-cursor to ws-dia-siguiente.
           move ws-dia to ws-dia-consulta.
           perform verificar-dia-ocupado.
           move ws-ocupado to ws-ocupado-dia.
           move ws-turno to ws-turno-dia.
           move ws-dia-siguiente to ws-dia-consulta.
           perform verificar-dia-ocupado.
           move ws-turno to ws-turno-sig.
           if ws-ocupado-dia equal to "S" and ws-ocupado equal to "S"
              and ws-turno-dia not equal to space
              and ws-turno-sig not equal to space
              perform comparar-turnos
           end-if.
           move ws-dia-siguiente to ws-dia.

      * el dia trabaja si cae en el servicio pedido o en otro
      * alquiler vigente del chofer; el turno sale de la ventana de
      * choferes que cubre la fecha.
        verificar-dia-ocupado.
           move "N" to ws-ocupado.
           move space to ws-turno.
           if ws-dia-consulta >= dc-desde
              and ws-dia-consulta <= dc-hasta
              move "S" to ws-ocupado
           else
              perform buscar-otro-alquiler
           end-if.
           if ws-ocupado equal to "S"
              perform buscar-turno
           end-if.

        buscar-otro-alquiler.
           move dc-legajo to alq-chofer.
           start alquileres-rdm key is equal to alq-chofer
              invalid key move "10" to fs-alquileres
           end-start.
           if fs-alquileres equal to "00"
              perform leer-alquiler
              perform examinar-alquiler
                 until fs-alquileres not equal to "00"
                 or ws-ocupado equal to "S"
                 or alq-chofer not equal to dc-legajo
           end-if.
           move "00" to fs-alquileres.

        leer-alquiler.
           read alquileres-rdm next record
              at end move "10" to fs-alquileres
           end-read.

        examinar-alquiler.
           if alq-estado not equal to "X"
              and alq-estado not equal to "J"
              and alq-clave not equal to dc-excluir
              and alq-fecha <= ws-dia-consulta
              and alq-fecha-hasta >= ws-dia-consulta
              move "S" to ws-ocupado
           else
              perform leer-alquiler
           end-if.

        buscar-turno.
           move dc-legajo to cho-nro-legajo.
           start choferes-rdm key is equal to cho-nro-legajo
              invalid key move "10" to fs-choferes
           end-start.
           if fs-choferes equal to "00"
              perform leer-chofer
              perform examinar-ventana
                 until fs-choferes not equal to "00"
                 or ws-turno not equal to space
                 or cho-nro-legajo not equal to dc-legajo
           end-if.
           move "00" to fs-choferes.

        leer-chofer.
           read choferes-rdm next record
              at end move "10" to fs-choferes
           end-read.

        examinar-ventana.
           if ws-dia-consulta >= cho-fecha-desde
              and ws-dia-consulta <= cho-fecha-hasta
              move cho-turno to ws-turno
           else
              perform leer-chofer
           end-if.

      * los minutos se cuentan desde la medianoche del primer dia:
      * el turno siguiente arranca 1440 minutos mas tarde.
        comparar-turnos.
           move ws-turno-dia to ws-turno.
           perform minutos-inicio-turno.
           compute ws-fin-dia = ws-min-inicio + ws-jornada-min.
           move ws-turno-sig to ws-turno.
           perform minutos-inicio-turno.
           compute ws-inicio-sig = ws-min-inicio + 1440.
           if ws-inicio-sig < ws-fin-dia + ws-descanso-min
              move "R" to dc-resultado
              move ws-dia-siguiente to dc-conflicto
              if ws-inicio-sig > ws-fin-dia
                 compute dc-minutos = ws-inicio-sig - ws-fin-dia
              else
                 move zeroes to dc-minutos
              end-if
           end-if.

        minutos-inicio-turno.
           evaluate ws-turno
              when "M" move ws-inicio-m to ws-hora-turno
              when "T" move ws-inicio-t to ws-hora-turno
              when other move ws-inicio-n to ws-hora-turno
           end-evaluate.
           divide ws-hora-turno by 100 giving ws-hh remainder ws-mm.
           compute ws-min-inicio = ws-hh * 60 + ws-mm.

        cargar-parametros.
           move 720 to ws-descanso-min.
           move 0600 to ws-inicio-m.
           move 1400 to ws-inicio-t.
           move 2200 to ws-inicio-n.
           move 480 to ws-jornada-min.
           move dc-desde to ws-pv-fecha.
           move "DESCANSO-HS" to ws-pv-codigo.
           call "parametrovigente" using ws-pv-codigo, ws-pv-fecha,
              ws-pv-valor, ws-pv-hallado.
           if ws-pv-hallado equal to "S"
              compute ws-descanso-min = ws-pv-valor * 60
           end-if.
           move "INI-TURNO-M" to ws-pv-codigo.
           call "parametrovigente" using ws-pv-codigo, ws-pv-fecha,
              ws-pv-valor, ws-pv-hallado.
           if ws-pv-hallado equal to "S"
              move ws-pv-valor to ws-inicio-m
           end-if.
           move "INI-TURNO-T" to ws-pv-codigo.
           call "parametrovigente" using ws-pv-codigo, ws-pv-fecha,
              ws-pv-valor, ws-pv-hallado.
           if ws-pv-hallado equal to "S"
              move ws-pv-valor to ws-inicio-t
           end-if.
           move "INI-TURNO-N" to ws-pv-codigo.
           call "parametrovigente" using ws-pv-codigo, ws-pv-fecha,
              ws-pv-valor, ws-pv-hallado.
           if ws-pv-hallado equal to "S"
              move ws-pv-valor to ws-inicio-n
           end-if.
           move "JORNADA-MIN" to ws-pv-codigo.
           call "parametrovigente" using ws-pv-codigo, ws-pv-fecha,
              ws-pv-valor, ws-pv-hallado.
           if ws-pv-hallado equal to "S"
              move ws-pv-valor to ws-jornada-min
           end-if.

        sumar-dia-cursor.
           perform dias-del-mes-cursor.
           add 1 to ws-cur-dd.
           if ws-cur-dd > ws-cur-dias-mes
              move 1 to ws-cur-dd
              add 1 to ws-cur-mm
              if ws-cur-mm > 12
                 move 1 to ws-cur-mm
                 add 1 to ws-cur-aaaa
              end-if
           end-if.

        restar-dia-cursor.
           if ws-cur-dd > 1
              subtract 1 from ws-cur-dd
           else
              if ws-cur-mm > 1
                 subtract 1 from ws-cur-mm
              else
                 move 12 to ws-cur-mm
                 subtract 1 from ws-cur-aaaa
              end-if
              perform dias-del-mes-cursor
              move ws-cur-dias-mes to ws-cur-dd
           end-if.

        dias-del-mes-cursor.
           evaluate ws-cur-mm
              when 4 when 6 when 9 when 11
                 move 30 to ws-cur-dias-mes
              when 2
                 divide ws-cur-aaaa by 400 giving ws-cur-resto-aux
                    remainder ws-cur-resto-400
                 divide ws-cur-aaaa by 100 giving ws-cur-resto-aux
                    remainder ws-cur-resto-100
                 divide ws-cur-aaaa by 4 giving ws-cur-resto-aux
                    remainder ws-cur-resto-4
                 if ws-cur-resto-400 = 0
                    or (ws-cur-resto-4 = 0 and ws-cur-resto-100 not = 0)
                    move 29 to ws-cur-dias-mes
                 else
                    move 28 to ws-cur-dias-mes
                 end-if
              when other
                 move 31 to ws-cur-dias-mes
           end-evaluate.
