
      * Rangos de numeracion de recibos por canal: cada canal de
      * cobro (CAJA, EXCEPCIONES, DEBITOS, RED, EXTRACTO,
      * PENDIENTES, COBRADOR y los que vengan) emite dentro de su
      * rango, con el ultimo numero usado asentado por el propio
      * canal. Dos rangos nunca se pisan: este administrador lo
      * controla al asignarlos.
       FD  SERIES-CANAL.
       01  ser-reg.
           03 ser-canal pic x(12).
      * debajo de la serie historica.
       400-ASIGNAR.
           DISPLAY "Canal (CAJA, EXCEPCIONES, DEBITOS, RED, "
               "EXTRACTO, PENDIENTES, COBRADOR, ...): ".
           ACCEPT w-canal-carga.
           DISPLAY "Numero desde: ".
           ACCEPT w-desde-carga.
