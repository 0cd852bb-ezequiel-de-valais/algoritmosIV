        IDENTIFICATION DIVISION.
        PROGRAM-ID. vehiculolibre.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.

        FILE-CONTROL.

        SELECT vehiculos-rdm
        ASSIGN TO DISK "Entrada/indexados/vehiculos.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS veh-patente of rec-vehiculos-rdm
        FILE STATUS IS fs-vehiculos.

        SELECT fuera-servicio-rdm
        ASSIGN TO DISK "Entrada/indexados/fueraServicio.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS fsv-clave of rec-fuera-servicio-rdm
        FILE STATUS IS fs-fuera-servicio.

        SELECT alquileres-rdm
        ASSIGN TO DISK "Entrada/indexados/alquileres.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS alq-clave of rec-alquileres-rdm
        ALTERNATE RECORD KEY IS alq-chofer of rec-alquileres-rdm
           WITH DUPLICATES
        FILE STATUS IS fs-alquileres.

        SELECT reservas-seq
        ASSIGN TO DISK "Entrada/indexados/reservas.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS res-numero of rec-reservas-seq
        FILE STATUS IS fs-reservas.

        DATA DIVISION.
        FILE SECTION.

        FD vehiculos-rdm LABEL RECORD IS STANDARD.
        01 rec-vehiculos-rdm.
           03 veh-patente        pic x(6).
           03 veh-marca          pic x(15).
           03 veh-modelo         pic x(15).
           03 veh-categoria      pic x(2).
           03 veh-alta-flota     pic 9(8).
           03 veh-estado         pic x.
           03 veh-km-actual      pic 9(7).

        FD fuera-servicio-rdm LABEL RECORD IS STANDARD.
        01 rec-fuera-servicio-rdm.
           03 fsv-clave.
              05 fsv-patente     pic x(6).
              05 fsv-desde       pic 9(8).
           03 fsv-hasta          pic 9(8).
           03 fsv-motivo         pic x.

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

        FD reservas-seq LABEL RECORD IS STANDARD.
        01 rec-reservas-seq.
           03 res-numero         pic x(8).
           03 res-tipo-doc       pic x.
           03 res-nro-doc        pic x(20).
           03 res-patente        pic x(6).
           03 res-categoria      pic x(2).
           03 res-chofer         pic x(7).
           03 res-fecha          pic 9(8).
           03 res-importe        pic 9(7)v99.
           03 res-estado         pic x.

        WORKING-STORAGE SECTION.

        01 fs-vehiculos      pic xx.
        01 fs-fuera-servicio pic xx.
        01 fs-alquileres     pic xx.
        01 fs-reservas       pic xx.

        01 ws-en-taller      pic x.
        01 ws-ocupado        pic x.
        01 ws-cant-taller    pic 9(4).
        01 ws-reservadas     pic 9(4).

       linkage section.
        01 vl-categoria  pic x(2).
        01 vl-patente    pic x(6).
        01 vl-desde      pic 9(8).
        01 vl-hasta      pic 9(8).
        01 vl-resultado  pic x.
        01 vl-libres     pic 9(4).

      * responde si hay vehiculo para atender un pedido en el rango:
      *   D = hay (vl-libres dice cuantos de la categoria);
      *   T = no hay, y lo que falta esta en taller (fuera de
      *       servicio en algun dia del rango);
      *   O = no hay, toda la categoria esta alquilada o reservada;
      *   I = la patente pedida no es de la flota activa.
      * Con vl-patente en blanco se mira toda la categoria: los
      * vehiculos activos, menos los de taller, menos los alquilados
      * en el rango, menos las reservas vivas (P o C) de la
      * categoria con fecha en el rango, que todavia no tienen auto
      * asignado. Con patente se mira solo ese vehiculo. Sin
      * vehiculos o alquileres se responde D para no trabar la
      * operacion por un archivo faltante.
        PROCEDURE DIVISION USING vl-categoria, vl-patente, vl-desde,
           vl-hasta, vl-resultado, vl-libres.

           move "D" to vl-resultado.
           move zeroes to vl-libres.
           move zeroes to ws-cant-taller.
           move zeroes to ws-reservadas.
           open input vehiculos-rdm.
           if fs-vehiculos not equal to "00"
              goback
           end-if.
           open input alquileres-rdm.
           if fs-alquileres not equal to "00"
              close vehiculos-rdm
              goback
           end-if.
           open input fuera-servicio-rdm.
           if vl-patente not equal to spaces
              perform verificar-patente
           else
              perform verificar-categoria
           end-if.
           if fs-fuera-servicio not equal to "35"
              close fuera-servicio-rdm
           end-if.
           close vehiculos-rdm.
           close alquileres-rdm.
           goback.

        verificar-patente.
           move vl-patente to veh-patente.
           read vehiculos-rdm key is veh-patente
              invalid key move "I" to vl-resultado
              not invalid key
                 if veh-estado not equal to "A"
                    move "I" to vl-resultado
                 end-if
           end-read.
           if vl-resultado equal to "D"
              perform examinar-vehiculo
              evaluate true
                 when ws-en-taller equal to "S"
                    move "T" to vl-resultado
                 when ws-ocupado equal to "S"
                    move "O" to vl-resultado
                 when other
                    perform contar-reservas
                    if ws-reservadas > zeroes
                       move "O" to vl-resultado
                    else
                       move 1 to vl-libres
                    end-if
              end-evaluate
           end-if.

        verificar-categoria.
           move low-values to veh-patente.
           start vehiculos-rdm key is not less than veh-patente
              invalid key move "10" to fs-vehiculos
           end-start.
           if fs-vehiculos equal to "00"
              perform leer-vehiculo
              perform contar-vehiculo
                 until fs-vehiculos not equal to "00"
           end-if.
           perform contar-reservas.
           if vl-libres > ws-reservadas
              subtract ws-reservadas from vl-libres
              move "D" to vl-resultado
           else
              move zeroes to vl-libres
              if ws-cant-taller > zeroes
                 move "T" to vl-resultado
              else
                 move "O" to vl-resultado
              end-if
           end-if.

        leer-vehiculo.
           read vehiculos-rdm next record
              at end move "10" to fs-vehiculos
           end-read.

        contar-vehiculo.
           if veh-estado equal to "A"
              and veh-categoria equal to vl-categoria
              perform examinar-vehiculo
              evaluate true
                 when ws-en-taller equal to "S"
                    add 1 to ws-cant-taller
                 when ws-ocupado equal to "S"
                    continue
                 when other
                    add 1 to vl-libres
              end-evaluate
           end-if.
           perform leer-vehiculo.

        examinar-vehiculo.
           move "N" to ws-en-taller.
           move "N" to ws-ocupado.
           if fs-fuera-servicio not equal to "35"
              move veh-patente to fsv-patente
              move zeroes to fsv-desde
              start fuera-servicio-rdm key is not less than fsv-clave
                 invalid key move "10" to fs-fuera-servicio
                 not invalid key move "00" to fs-fuera-servicio
              end-start
              if fs-fuera-servicio equal to "00"
                 perform leer-fuera-servicio
                 perform examinar-fuera-servicio
                    until fs-fuera-servicio not equal to "00"
                    or ws-en-taller equal to "S"
                    or fsv-patente not equal to veh-patente
              end-if
           end-if.
           if ws-en-taller equal to "N"
              move veh-patente to alq-patente
              move zeroes to alq-fecha
              start alquileres-rdm key is not less than alq-clave
                 invalid key move "10" to fs-alquileres
                 not invalid key move "00" to fs-alquileres
              end-start
              if fs-alquileres equal to "00"
                 perform leer-alquiler
                 perform examinar-alquiler
                    until fs-alquileres not equal to "00"
                    or ws-ocupado equal to "S"
                    or alq-patente not equal to veh-patente
              end-if
           end-if.

        leer-fuera-servicio.
           read fuera-servicio-rdm next record
              at end move "10" to fs-fuera-servicio
           end-read.

        examinar-fuera-servicio.
           if fsv-desde <= vl-hasta and fsv-hasta >= vl-desde
              move "S" to ws-en-taller
           else
              perform leer-fuera-servicio
           end-if.

        leer-alquiler.
           read alquileres-rdm next record
              at end move "10" to fs-alquileres
           end-read.

        examinar-alquiler.
           if alq-estado not equal to "X"
              and alq-estado not equal to "J"
              and alq-fecha <= vl-hasta
              and alq-fecha-hasta >= vl-desde
              move "S" to ws-ocupado
           else
              perform leer-alquiler
           end-if.

        contar-reservas.
           open input reservas-seq.
           if fs-reservas equal to "00"
              perform leer-reserva
              perform examinar-reserva
                 until fs-reservas not equal to "00"
              close reservas-seq
           end-if.

        leer-reserva.
           read reservas-seq
              at end move "10" to fs-reservas
           end-read.

        examinar-reserva.
           if (res-estado equal to "P" or res-estado equal to "C")
              and res-fecha >= vl-desde
              and res-fecha <= vl-hasta
              if vl-patente not equal to spaces
                 if res-patente equal to vl-patente
                    add 1 to ws-reservadas
                 end-if
              else
                 if res-categoria equal to vl-categoria
                    and res-patente equal to spaces
                    add 1 to ws-reservadas
                 end-if
              end-if
           end-if.
           perform leer-reserva.
