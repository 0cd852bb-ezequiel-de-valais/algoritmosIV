       *> intervalo (los services hechos salen del historial de
       *> gastos); por tiempo, cuando pasaron mas meses que el
       *> intervalo desde el ultimo service (o desde el alta en
       *> flota si nunca tuvo). El odometro del maestro lo llevan el
       *> cierre del alquiler y la importacion diaria de telemetria,
       *> que conviene correr antes para planificar con el km real.
       *>
       EVALUAR-VEHICULO.
           IF VEH-ESTADO OF REG-VEHICULOS-SEQ = "A"
