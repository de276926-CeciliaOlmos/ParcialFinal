      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTUALIZAR-ARANCELES.
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
       DATA DIVISION.
       FILE SECTION.

      * Historia de aranceles: tipo A actividad, I instalacion;
      * estado A en vigor o programado, N anulado.
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

       WORKING-STORAGE SECTION.
       77  w-status-arh pic xx value spaces.
       77  w-status-act pic xx value spaces.
       77  w-status-ist pic xx value spaces.
       77  w-flag-arh pic 9 value zero.
       77  w-flag-act pic 9 value zero.
       77  w-flag-ist pic 9 value zero.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-cant-arh pic 9(4) value zero.
       77  w-ind-arh pic 9(4) value zero.
       77  w-cant-act pic 9(3) value zero.
       77  w-ind-act pic 9(3) value zero.
       77  w-cant-ist pic 9(3) value zero.
       77  w-ind-ist pic 9(3) value zero.
       77  w-tipo-buscado pic x value space.
       77  w-codigo-buscado pic 9(3) value zero.
       77  w-vig-hallada pic 9(8) value zero.
       77  w-hay-vigente pic 9 value zero.
       77  w-arancel-vigente pic 9(8) value zero.
       77  w-cambios-act pic 9(3) value zero.
       77  w-cambios-ist pic 9(3) value zero.
       01  w-tab-aranceles.
           03 w-tab-arh occurs 3000.
               05 w-arh-tipo pic x.
               05 w-arh-codigo pic 9(3).
               05 w-arh-vigencia pic 9(8).
               05 w-arh-importe pic 9(8).
       01  w-tab-actividades.
           03 w-tab-act occurs 300.
               05 w-tact-reg pic x(45).
       01  w-tab-instalaciones.
           03 w-tab-ist occurs 300.
               05 w-tist-reg pic x(36).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 100-CARGAR-ARANCELES.
           IF w-cant-arh = ZERO
               DISPLAY "SIN CAMBIOS DE ARANCELES CARGADOS"
           ELSE
               PERFORM 200-ACTUALIZAR-ACTIVIDADES
               PERFORM 300-ACTUALIZAR-INSTALACIONES
               DISPLAY "ACTIVIDADES CON ARANCEL ACTUALIZADO   : "
                   w-cambios-act
               DISPLAY "INSTALACIONES CON ARANCEL ACTUALIZADO : "
                   w-cambios-ist
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

      * Solo interesan las lineas en vigor; las anuladas no cuentan
      * para ningun calculo.
       100-CARGAR-ARANCELES.
           MOVE ZERO TO w-cant-arh.
           OPEN INPUT ARANCELES.
           IF w-status-arh = "00"
               PERFORM 110-LEER-ARANCEL
               PERFORM UNTIL w-flag-arh = 1
                   IF arh-estado = "A" AND w-cant-arh < 3000
                       ADD 1 TO w-cant-arh
                       MOVE arh-tipo TO w-arh-tipo (w-cant-arh)
                       MOVE arh-codigo TO w-arh-codigo (w-cant-arh)
                       MOVE arh-vigencia
                           TO w-arh-vigencia (w-cant-arh)
                       MOVE arh-importe TO w-arh-importe (w-cant-arh)
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

      * El maestro queda siempre con el arancel vigente a hoy, para
      * que las pantallas y los programas que lo leen directo (alta
      * de reservas, honorarios) usen el precio del dia. Se regraba
      * solo si algun arancel cambio.
       200-ACTUALIZAR-ACTIVIDADES.
           MOVE ZERO TO w-cant-act.
           OPEN INPUT ACTIVIDADES.
           IF w-status-act = "00"
               PERFORM 210-LEER-ACTIVIDAD
               PERFORM UNTIL w-flag-act = 1
                   IF w-cant-act < 300
                       ADD 1 TO w-cant-act
                       MOVE "A" TO w-tipo-buscado
                       MOVE act-codigo TO w-codigo-buscado
                       PERFORM 500-BUSCAR-VIGENTE
                       IF w-hay-vigente = 1
                       AND w-arancel-vigente NOT = act-arancel
                           DISPLAY "ACTIVIDAD " act-codigo " "
                               act-nombre " " act-arancel " -> "
                               w-arancel-vigente
                           MOVE w-arancel-vigente TO act-arancel
                           ADD 1 TO w-cambios-act
                       END-IF
                       MOVE act-reg TO w-tact-reg (w-cant-act)
                   END-IF
                   PERFORM 210-LEER-ACTIVIDAD
               END-PERFORM
               CLOSE ACTIVIDADES
           ELSE
               IF w-status-act = "05"
                   CLOSE ACTIVIDADES
               END-IF
           END-IF.
           IF w-cambios-act > ZERO
               OPEN OUTPUT ACTIVIDADES
               PERFORM VARYING w-ind-act FROM 1 BY 1
                       UNTIL w-ind-act > w-cant-act
                   MOVE w-tact-reg (w-ind-act) TO act-reg
                   WRITE act-reg
               END-PERFORM
               CLOSE ACTIVIDADES
           END-IF.

       210-LEER-ACTIVIDAD.
           READ ACTIVIDADES AT END MOVE 1 TO w-flag-act.

       300-ACTUALIZAR-INSTALACIONES.
           MOVE ZERO TO w-cant-ist.
           OPEN INPUT INSTALACIONES.
           IF w-status-ist = "00"
               PERFORM 310-LEER-INSTALACION
               PERFORM UNTIL w-flag-ist = 1
                   IF w-cant-ist < 300
                       ADD 1 TO w-cant-ist
                       MOVE "I" TO w-tipo-buscado
                       MOVE ist-codigo TO w-codigo-buscado
                       PERFORM 500-BUSCAR-VIGENTE
                       IF w-hay-vigente = 1
                       AND w-arancel-vigente NOT = ist-arancel
                           DISPLAY "INSTALACION " ist-codigo " "
                               ist-nombre " " ist-arancel " -> "
                               w-arancel-vigente
                           MOVE w-arancel-vigente TO ist-arancel
                           ADD 1 TO w-cambios-ist
                       END-IF
                       MOVE ist-reg TO w-tist-reg (w-cant-ist)
                   END-IF
                   PERFORM 310-LEER-INSTALACION
               END-PERFORM
               CLOSE INSTALACIONES
           ELSE
               IF w-status-ist = "05"
                   CLOSE INSTALACIONES
               END-IF
           END-IF.
           IF w-cambios-ist > ZERO
               OPEN OUTPUT INSTALACIONES
               PERFORM VARYING w-ind-ist FROM 1 BY 1
                       UNTIL w-ind-ist > w-cant-ist
                   MOVE w-tist-reg (w-ind-ist) TO ist-reg
                   WRITE ist-reg
               END-PERFORM
               CLOSE INSTALACIONES
           END-IF.

       310-LEER-INSTALACION.
           READ INSTALACIONES AT END MOVE 1 TO w-flag-ist.

      * Rige la linea de vigencia mas reciente que no sea posterior
      * a hoy; ante dos con la misma fecha, la cargada despues.
       500-BUSCAR-VIGENTE.
           MOVE ZERO TO w-hay-vigente.
           MOVE ZERO TO w-vig-hallada.
           PERFORM VARYING w-ind-arh FROM 1 BY 1
                   UNTIL w-ind-arh > w-cant-arh
               IF w-arh-tipo (w-ind-arh) = w-tipo-buscado
               AND w-arh-codigo (w-ind-arh) = w-codigo-buscado
               AND w-arh-vigencia (w-ind-arh) <= w-fecha-proceso
               AND w-arh-vigencia (w-ind-arh) >= w-vig-hallada
                   MOVE 1 TO w-hay-vigente
                   MOVE w-arh-vigencia (w-ind-arh) TO w-vig-hallada
                   MOVE w-arh-importe (w-ind-arh) TO w-arancel-vigente
               END-IF
           END-PERFORM.

       END PROGRAM ACTUALIZAR-ARANCELES.
