      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADO-ARANCELES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARANCELES ASSIGN TO "..\aranceles_hist.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-arh.
           SELECT OPTIONAL ACTIVIDADES
                   ASSIGN TO "..\actividades.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-act.
           SELECT OPTIONAL INSTALACIONES
                   ASSIGN TO "..\instalaciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ist.
           SELECT LISTADO ASSIGN TO "..\aranceles_cambios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Historia de aranceles: tipo A actividad, I instalacion;
      * estado A en vigor o programado, N anulado. La vigencia cero
      * es el arancel original, anterior al primer cambio.
       FD  ARANCELES.
       01  arh-reg.
           03 arh-tipo pic x.
           03 filler pic x value space.
           03 arh-codigo pic 9(3).
           03 filler pic x value space.
           03 arh-vigencia pic 9(8).
           03 filler pic x value space.
           03 arh-importe pic 9(8).
           03 filler pic x value space.
           03 arh-fecha-carga pic 9(8).
           03 filler pic x value space.
           03 arh-operador pic x(8).
           03 filler pic x value space.
           03 arh-estado pic x.

       FD  ACTIVIDADES.
       01  act-reg.
           03 act-codigo pic 9(3).
           03 filler pic x.
           03 act-nombre pic x(20).
           03 filler pic x.
           03 act-arancel pic 9(8).
           03 filler pic x.
           03 act-cupo pic 9(3).
           03 filler pic x.
           03 act-concepto pic 9(2).
           03 filler pic x.
           03 act-exige-apto pic x.
           03 filler pic x.
           03 act-sede pic 9(2).

       FD  INSTALACIONES.
       01  ist-reg.
           03 ist-codigo pic 9(3).
           03 filler pic x.
           03 ist-nombre pic x(20).
           03 filler pic x.
           03 ist-arancel pic 9(8).
           03 filler pic x.
           03 ist-sede pic 9(2).

       FD  LISTADO.
       01  lis-linea pic x(120).

       WORKING-STORAGE SECTION.
       77  w-status-arh pic xx value spaces.
       77  w-status-act pic xx value spaces.
       77  w-status-ist pic xx value spaces.
       77  w-flag-arh pic 9 value zero.
       77  w-flag-act pic 9 value zero.
       77  w-flag-ist pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo pic 9(6) value zero.
       77  w-periodo-hoy pic 9(6) value zero.
       77  w-vig-periodo pic 9(6) value zero.
       77  w-cant-arh pic 9(4) value zero.
       77  w-ind-arh pic 9(4) value zero.
       77  w-ind-ant pic 9(4) value zero.
       77  w-ant-hallado pic 9(4) value zero.
       77  w-vig-anterior pic 9(8) value zero.
       77  w-cant-item pic 9(3) value zero.
       77  w-ind-item pic 9(3) value zero.
       77  w-item-hallado pic 9(3) value zero.
       77  w-arancel-anterior pic 9(8) value zero.
       77  w-variacion pic s9(5)v99 value zero.
       77  w-cant-cambios pic 9(4) value zero.
       77  w-cant-anulados pic 9(4) value zero.
       01  w-tab-aranceles.
           03 w-tab-arh occurs 3000.
               05 w-arh-tipo pic x.
               05 w-arh-codigo pic 9(3).
               05 w-arh-vigencia pic 9(8).
               05 w-arh-importe pic 9(8).
               05 w-arh-fecha-carga pic 9(8).
               05 w-arh-operador pic x(8).
               05 w-arh-estado pic x.
       01  w-tab-items.
           03 w-tab-item occurs 600.
               05 w-item-tipo pic x.
               05 w-item-codigo pic 9(3).
               05 w-item-nombre pic x(20).
               05 w-item-arancel pic 9(8).
       01  w-lin-titulo.
           03 filler pic x(48) value
               "CAMBIOS DE ARANCELES CON VIGENCIA EN EL PERIODO ".
           03 w-tit-periodo pic 9(6).
       01  w-lin-encabezado.
           03 filler pic x(48) value
               "  TIPO        COD NOMBRE               VIGENCIA ".
           03 filler pic x(49) value
               "  ANTERIOR      NUEVO     VAR.% CARGADO  OPERADOR".
       01  w-lin-detalle.
           03 filler pic xx value spaces.
           03 w-det-tipo pic x(11).
           03 filler pic x value space.
           03 w-det-codigo pic 9(3).
           03 filler pic x value space.
           03 w-det-nombre pic x(20).
           03 filler pic x value space.
           03 w-det-vigencia pic 9(8).
           03 filler pic x value space.
           03 w-det-anterior pic zz.zzz.zz9.
           03 filler pic x value space.
           03 w-det-nuevo pic zz.zzz.zz9.
           03 filler pic x value space.
           03 w-det-variacion pic -----9,99.
           03 filler pic x value space.
           03 w-det-fecha-carga pic 9(8).
           03 filler pic x value space.
           03 w-det-operador pic x(8).
           03 filler pic x value space.
           03 w-det-marca pic x(8).
       01  w-lin-total.
           03 filler pic x(18) value "CAMBIOS LISTADOS: ".
           03 w-tot-lin-cambios pic zzz9.
           03 filler pic x(13) value "  ANULADOS: ".
           03 w-tot-lin-anulados pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-periodo-hoy = w-fecha-hoy / 100.
           DISPLAY "PERIODO AAAAMM (ENTER=" w-periodo-hoy "): ".
           ACCEPT w-periodo.
           IF w-periodo = ZERO
               MOVE w-periodo-hoy TO w-periodo
           END-IF.
           PERFORM 100-CARGAR-ARANCELES.
           PERFORM 150-CARGAR-ACTIVIDADES.
           PERFORM 170-CARGAR-INSTALACIONES.
           OPEN OUTPUT LISTADO.
           MOVE w-periodo TO w-tit-periodo.
           WRITE lis-linea FROM w-lin-titulo.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           WRITE lis-linea FROM w-lin-encabezado.
           PERFORM VARYING w-ind-arh FROM 1 BY 1
                   UNTIL w-ind-arh > w-cant-arh
               COMPUTE w-vig-periodo =
                   w-arh-vigencia (w-ind-arh) / 100
               IF w-arh-vigencia (w-ind-arh) NOT = ZERO
               AND w-vig-periodo = w-periodo
                   PERFORM 300-LISTAR-CAMBIO
               END-IF
           END-PERFORM.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE w-cant-cambios TO w-tot-lin-cambios.
           MOVE w-cant-anulados TO w-tot-lin-anulados.
           WRITE lis-linea FROM w-lin-total.
           CLOSE LISTADO.
           DISPLAY "CAMBIOS DE ARANCEL DEL PERIODO: " w-cant-cambios.
           DISPLAY "ANULADOS                      : " w-cant-anulados.
           DISPLAY "LISTADO EN aranceles_cambios.txt".
           STOP RUN.

       100-CARGAR-ARANCELES.
           OPEN INPUT ARANCELES.
           IF w-status-arh = "00"
               PERFORM 110-LEER-ARANCEL
               PERFORM UNTIL w-flag-arh = 1
                   IF w-cant-arh < 3000
                       ADD 1 TO w-cant-arh
                       MOVE arh-tipo TO w-arh-tipo (w-cant-arh)
                       MOVE arh-codigo TO w-arh-codigo (w-cant-arh)
                       MOVE arh-vigencia
                           TO w-arh-vigencia (w-cant-arh)
                       MOVE arh-importe TO w-arh-importe (w-cant-arh)
                       MOVE arh-fecha-carga
                           TO w-arh-fecha-carga (w-cant-arh)
                       MOVE arh-operador
                           TO w-arh-operador (w-cant-arh)
                       MOVE arh-estado TO w-arh-estado (w-cant-arh)
                   END-IF
                   PERFORM 110-LEER-ARANCEL
               END-PERFORM
               CLOSE ARANCELES
           ELSE
               IF w-status-arh = "05"
                   CLOSE ARANCELES
               END-IF
           END-IF.

       110-LEER-ARANCEL.
           READ ARANCELES AT END MOVE 1 TO w-flag-arh.

       150-CARGAR-ACTIVIDADES.
           OPEN INPUT ACTIVIDADES.
           IF w-status-act = "00"
               PERFORM 160-LEER-ACTIVIDAD
               PERFORM UNTIL w-flag-act = 1
                   IF w-cant-item < 600
                       ADD 1 TO w-cant-item
                       MOVE "A" TO w-item-tipo (w-cant-item)
                       MOVE act-codigo TO w-item-codigo (w-cant-item)
                       MOVE act-nombre TO w-item-nombre (w-cant-item)
                       MOVE act-arancel
                           TO w-item-arancel (w-cant-item)
                   END-IF
                   PERFORM 160-LEER-ACTIVIDAD
               END-PERFORM
               CLOSE ACTIVIDADES
           ELSE
               IF w-status-act = "05"
                   CLOSE ACTIVIDADES
               END-IF
           END-IF.

       160-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-act.

       170-CARGAR-INSTALACIONES.
           OPEN INPUT INSTALACIONES.
           IF w-status-ist = "00"
               PERFORM 180-LEER-INSTALACION
               PERFORM UNTIL w-flag-ist = 1
                   IF w-cant-item < 600
                       ADD 1 TO w-cant-item
                       MOVE "I" TO w-item-tipo (w-cant-item)
                       MOVE ist-codigo TO w-item-codigo (w-cant-item)
                       MOVE ist-nombre TO w-item-nombre (w-cant-item)
                       MOVE ist-arancel
                           TO w-item-arancel (w-cant-item)
                   END-IF
                   PERFORM 180-LEER-INSTALACION
               END-PERFORM
               CLOSE INSTALACIONES
           ELSE
               IF w-status-ist = "05"
                   CLOSE INSTALACIONES
               END-IF
           END-IF.

       180-LEER-INSTALACION.
           READ INSTALACIONES AT END MOVE 1 TO w-flag-ist.

      * El arancel anterior es el que regia el dia previo a la
      * vigencia del cambio: la linea en vigor de vigencia mas
      * reciente antes de esa fecha. Sin ninguna (historia cargada
      * a mano) se toma el del maestro.
       300-LISTAR-CAMBIO.
           MOVE SPACES TO w-lin-detalle.
           PERFORM 310-UBICAR-ITEM.
           IF w-arh-tipo (w-ind-arh) = "A"
               MOVE "ACTIVIDAD" TO w-det-tipo
           ELSE
               MOVE "INSTALACION" TO w-det-tipo
           END-IF.
           MOVE w-arh-codigo (w-ind-arh) TO w-det-codigo.
           IF w-item-hallado NOT = ZERO
               MOVE w-item-nombre (w-item-hallado) TO w-det-nombre
               MOVE w-item-arancel (w-item-hallado)
                   TO w-arancel-anterior
           ELSE
               MOVE "(DADA DE BAJA)" TO w-det-nombre
               MOVE ZERO TO w-arancel-anterior
           END-IF.
           MOVE ZERO TO w-ant-hallado.
           MOVE ZERO TO w-vig-anterior.
           PERFORM VARYING w-ind-ant FROM 1 BY 1
                   UNTIL w-ind-ant > w-cant-arh
               IF w-arh-tipo (w-ind-ant) = w-arh-tipo (w-ind-arh)
               AND w-arh-codigo (w-ind-ant) = w-arh-codigo (w-ind-arh)
               AND w-arh-estado (w-ind-ant) = "A"
               AND w-arh-vigencia (w-ind-ant) <
                   w-arh-vigencia (w-ind-arh)
               AND w-arh-vigencia (w-ind-ant) >= w-vig-anterior
                   MOVE w-arh-vigencia (w-ind-ant) TO w-vig-anterior
                   MOVE w-ind-ant TO w-ant-hallado
               END-IF
           END-PERFORM.
           IF w-ant-hallado NOT = ZERO
               MOVE w-arh-importe (w-ant-hallado)
                   TO w-arancel-anterior
           END-IF.
           IF w-arancel-anterior > ZERO
               COMPUTE w-variacion ROUNDED =
                   (w-arh-importe (w-ind-arh) - w-arancel-anterior)
                   * 100 / w-arancel-anterior
           ELSE
               MOVE ZERO TO w-variacion
           END-IF.
           MOVE w-arh-vigencia (w-ind-arh) TO w-det-vigencia.
           MOVE w-arancel-anterior TO w-det-anterior.
           MOVE w-arh-importe (w-ind-arh) TO w-det-nuevo.
           MOVE w-variacion TO w-det-variacion.
           MOVE w-arh-fecha-carga (w-ind-arh) TO w-det-fecha-carga.
           MOVE w-arh-operador (w-ind-arh) TO w-det-operador.
           IF w-arh-estado (w-ind-arh) = "N"
               MOVE "ANULADO" TO w-det-marca
               ADD 1 TO w-cant-anulados
           ELSE
               ADD 1 TO w-cant-cambios
           END-IF.
           WRITE lis-linea FROM w-lin-detalle.

       310-UBICAR-ITEM.
           MOVE ZERO TO w-item-hallado.
           PERFORM VARYING w-ind-item FROM 1 BY 1
                   UNTIL w-ind-item > w-cant-item
               IF w-item-tipo (w-ind-item) = w-arh-tipo (w-ind-arh)
               AND w-item-codigo (w-ind-item) =
                   w-arh-codigo (w-ind-arh)
                   MOVE w-ind-item TO w-item-hallado
               END-IF
           END-PERFORM.

       END PROGRAM LISTADO-ARANCELES.
