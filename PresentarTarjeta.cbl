      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESENTAR-TARJETA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo.
           SELECT OPTIONAL TARJETAS ASSIGN TO "..\tarjetas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-tar.
           SELECT PRESENTACION
                   ASSIGN TO "..\presentacion_tarjeta.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL PLANILLAS ASSIGN TO "..\planillas_cobro.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-plc.
       DATA DIVISION.
       FILE SECTION.

       FD  CUOTAS.
       01  cuo-reg.
           03 cuota-llave.
               05 cuo-alumno pic 9(5).
               05 cuo-cuota pic 9(2).
               05 cuo-anio pic 9(4).
           03 cuo-fecha pic 9(8).
           03 cuo-estado pic x.
           03 cuo-importe pic 9(8).
           03 cuo-pagado pic 9(8).
           03 cuo-debe pic 9(8).
           03 cuo-concepto pic 9(2).
      * Clave alternativa por periodo (anio, cuota, alumno) para
      * los procesos masivos de un solo periodo: se mantiene como
      * copia redundante de la clave primaria y se carga al grabar
      * el registro (CuotaTexAindex / conversion).
           03 cuo-llave-periodo.
               05 cuo-per-anio pic 9(4).
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

      * Adhesiones al debito en tarjeta (las mantiene
      * AdherirTarjeta).
       FD  TARJETAS.
       01  tar-reg.
           03 tar-legajo pic 9(5).
           03 filler pic x value space.
           03 tar-marca pic x(10).
           03 filler pic x value space.
           03 tar-numero pic x(16).
           03 filler pic x value space.
           03 tar-vencimiento pic 9(6).
           03 filler pic x value space.
           03 tar-fecha-adhesion pic 9(8).
           03 filler pic x value space.
           03 tar-fecha-baja pic 9(8).
           03 filler pic x value space.
           03 tar-rechazos pic 9(2).
           03 filler pic x value space.
           03 tar-operador pic x(8).

      * Archivo de presentacion a la procesadora de tarjetas, en su
      * formato de posiciones fijas: cabecera tipo 1 con el numero
      * de comercio del club, un detalle tipo 2 por cuota a debitar
      * con la referencia legajo+cuota+anio, y registro final tipo 9
      * de control con cantidad e importe total.
       FD  PRESENTACION.
       01  ptc-cab-reg.
           03 ptc-cab-tipo pic 9.
           03 ptc-cab-comercio pic 9(10).
           03 ptc-cab-fecha pic 9(8).
           03 ptc-cab-periodo pic 9(6).
       01  ptc-det-reg.
           03 ptc-det-tipo pic 9.
           03 ptc-det-marca pic x(10).
           03 ptc-det-numero pic x(16).
           03 ptc-det-referencia.
               05 ptc-det-legajo pic 9(5).
               05 ptc-det-cuota pic 9(2).
               05 ptc-det-anio pic 9(4).
           03 ptc-det-importe pic 9(8).
       01  ptc-fin-reg.
           03 ptc-fin-tipo pic 9.
           03 ptc-fin-cantidad pic 9(6).
           03 ptc-fin-importe pic 9(10).

       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

      * Planillas de ruta de los cobradores a domicilio
      * (EmitirPlanillaRuta): la cuota que esta en una planilla
      * abierta (estado A) la tiene el cobrador en la calle y no se
      * presenta aca en el mismo periodo.
       FD  PLANILLAS.
       01  plc-reg.
           03 plc-cobrador pic x(4).
           03 filler pic x value space.
           03 plc-periodo pic 9(6).
           03 filler pic x value space.
           03 plc-zona pic x(4).
           03 filler pic x value space.
           03 plc-legajo pic 9(5).
           03 filler pic x value space.
           03 plc-cuota pic 9(2).
           03 filler pic x value space.
           03 plc-anio pic 9(4).
           03 filler pic x value space.
           03 plc-importe pic 9(8).
           03 filler pic x value space.
           03 plc-estado pic x.
           03 filler pic x value space.
           03 plc-cobrado pic 9(8).
           03 filler pic x value space.
           03 plc-recibo pic 9(10).
           03 filler pic x value space.
           03 plc-fecha-rendicion pic 9(8).


       WORKING-STORAGE SECTION.
       77  w-status-plc pic xx value spaces.
       77  w-flag-plc pic 9 value zero.
       77  w-cant-ruta pic 9(4) value zero.
       77  w-ind-ruta pic 9(4) value zero.
       77  w-en-ruta pic 9 value zero.
       77  w-cant-en-ruta pic 9(5) value zero.
       01  w-tab-en-ruta.
           03 w-tab-rut occurs 5000.
               05 w-rut-legajo pic 9(5).
               05 w-rut-cuota pic 9(2).
               05 w-rut-anio pic 9(4).
       77  w-status-tar pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-tar pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-flag-cuota pic 9 value zero.
           88 fin-cuotas value 1.
       77  w-comercio pic 9(10) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo-hoy pic 9(6) value zero.
       77  w-cuota-debitar pic 9(2) value zero.
       77  w-anio-debitar pic 9(4) value zero.
       77  w-cant-tar pic 9(4) value zero.
       77  w-ind-tar pic 9(4) value zero.
       77  w-tar-hallada pic 9(4) value zero.
       77  w-cant-presentados pic 9(6) value zero.
       77  w-tot-presentado pic 9(10) value zero.
       77  w-cant-vencidas pic 9(5) value zero.
       77  w-cant-bloqueadas pic 9(5) value zero.
      * Adhesion vigente de cada legajo, con lo necesario para la
      * presentacion.
       01  w-tab-tarjetas.
           03 w-tab-tar occurs 3000.
               05 w-tar-legajo pic 9(5).
               05 w-tar-marca pic x(10).
               05 w-tar-numero pic x(16).
               05 w-tar-vencimiento pic 9(6).
               05 w-tar-rechazos pic 9(2).

      * Presentacion mensual del debito en tarjeta de credito: las
      * cuotas impagas del periodo de los socios con adhesion
      * vigente. No se presentan las tarjetas vencidas ni las que
      * acumulan tres rechazos seguidos: esas salen en el listado
      * de contacto de ProcesarLiquidacionTarjeta y la cuota vuelve
      * al CBU (GenerarDebitos) o a la ventanilla.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 090-LEER-PARAMETROS-SIS.
           IF w-comercio = ZERO
               DISPLAY "FALTA EL NUMERO DE COMERCIO (COMERCIO-TARJETA)"
               DISPLAY "EN LOS PARAMETROS: CARGUELO CON "
                   "MantenerParametros"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "PERIODO (NRO DE CUOTA) A DEBITAR: ".
           ACCEPT w-cuota-debitar.
           DISPLAY "ANIO: ".
           ACCEPT w-anio-debitar.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-periodo-hoy = w-fecha-hoy / 100.
           PERFORM 050-CARGAR-TARJETAS.
           PERFORM 065-CARGAR-PLANILLAS.
           OPEN INPUT CUOTAS.
           OPEN OUTPUT PRESENTACION.
           MOVE 1 TO ptc-cab-tipo.
           MOVE w-comercio TO ptc-cab-comercio.
           MOVE w-fecha-hoy TO ptc-cab-fecha.
           COMPUTE ptc-cab-periodo =
               w-anio-debitar * 100 + w-cuota-debitar.
           WRITE ptc-cab-reg.
           PERFORM 080-POSICIONAR-PERIODO.
           PERFORM UNTIL fin-cuotas
               IF cuo-estado = "I"
                   PERFORM 070-VER-EN-RUTA
                   IF w-en-ruta = 1
                       ADD 1 TO w-cant-en-ruta
                   ELSE
                       PERFORM 200-PRESENTAR-DEBITO
                   END-IF
               END-IF
               PERFORM 100-LEER-CUOTA
           END-PERFORM.
           MOVE 9 TO ptc-fin-tipo.
           MOVE w-cant-presentados TO ptc-fin-cantidad.
           MOVE w-tot-presentado TO ptc-fin-importe.
           WRITE ptc-fin-reg.
           CLOSE CUOTAS.
           CLOSE PRESENTACION.
           DISPLAY "DEBITOS EN TARJETA PRESENTADOS: "
               w-cant-presentados.
           DISPLAY "IMPORTE PRESENTADO            : "
               w-tot-presentado.
           DISPLAY "NO PRESENTADOS, TARJETA VENCIDA: "
               w-cant-vencidas.
           DISPLAY "NO PRESENTADOS, 3 RECHAZOS     : "
               w-cant-bloqueadas.
           DISPLAY "NO PRESENTADOS, CON COBRADOR   : "
               w-cant-en-ruta.
           STOP RUN.

       050-CARGAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF w-status-tar = "00"
               PERFORM 060-LEER-TARJETA
               PERFORM UNTIL w-flag-tar = 1
                   IF tar-fecha-baja = ZERO
                       IF w-cant-tar < 3000
                           ADD 1 TO w-cant-tar
                           MOVE tar-legajo
                               TO w-tar-legajo (w-cant-tar)
                           MOVE tar-marca TO w-tar-marca (w-cant-tar)
                           MOVE tar-numero
                               TO w-tar-numero (w-cant-tar)
                           MOVE tar-vencimiento
                               TO w-tar-vencimiento (w-cant-tar)
                           MOVE tar-rechazos
                               TO w-tar-rechazos (w-cant-tar)
                       ELSE
                           DISPLAY "MAESTRO DE TARJETAS EXCEDE 3000 "
                               "ADHESIONES VIGENTES"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   PERFORM 060-LEER-TARJETA
               END-PERFORM
               CLOSE TARJETAS
           ELSE
               IF w-status-tar = "05"
                   CLOSE TARJETAS
               END-IF
           END-IF.

       060-LEER-TARJETA.
           READ TARJETAS AT END MOVE 1 TO w-flag-tar.

       065-CARGAR-PLANILLAS.
           OPEN INPUT PLANILLAS.
           IF w-status-plc = "00"
               PERFORM 067-LEER-PLANILLA
               PERFORM UNTIL w-flag-plc = 1
                   IF plc-estado = "A" AND w-cant-ruta < 5000
                       ADD 1 TO w-cant-ruta
                       MOVE plc-legajo TO w-rut-legajo (w-cant-ruta)
                       MOVE plc-cuota TO w-rut-cuota (w-cant-ruta)
                       MOVE plc-anio TO w-rut-anio (w-cant-ruta)
                   END-IF
                   PERFORM 067-LEER-PLANILLA
               END-PERFORM
               CLOSE PLANILLAS
           ELSE
               IF w-status-plc = "05"
                   CLOSE PLANILLAS
               END-IF
           END-IF.

       067-LEER-PLANILLA.
           READ PLANILLAS AT END MOVE 1 TO w-flag-plc.

       070-VER-EN-RUTA.
           MOVE ZERO TO w-en-ruta.
           PERFORM VARYING w-ind-ruta FROM 1 BY 1
                   UNTIL w-ind-ruta > w-cant-ruta OR w-en-ruta = 1
               IF w-rut-legajo (w-ind-ruta) = cuo-alumno
               AND w-rut-cuota (w-ind-ruta) = cuo-cuota
               AND w-rut-anio (w-ind-ruta) = cuo-anio
                   MOVE 1 TO w-en-ruta
               END-IF
           END-PERFORM.

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "COMERCIO-TARJETA"
                       COMPUTE w-comercio =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 095-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.

       095-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

      * Igual que GenerarDebitos: START sobre la clave por periodo
      * y corte apenas cambia el periodo.
       080-POSICIONAR-PERIODO.
           MOVE w-anio-debitar TO cuo-per-anio.
           MOVE w-cuota-debitar TO cuo-per-cuota.
           MOVE ZERO TO cuo-per-alumno.
           START CUOTAS KEY IS >= cuo-llave-periodo
               INVALID KEY MOVE 1 TO w-flag-cuota
           END-START.
           IF NOT fin-cuotas
               PERFORM 100-LEER-CUOTA
           END-IF.

       100-LEER-CUOTA.
           READ CUOTAS NEXT AT END MOVE 1 TO w-flag-cuota.
           IF NOT fin-cuotas
               IF cuo-per-anio NOT = w-anio-debitar
               OR cuo-per-cuota NOT = w-cuota-debitar
                   MOVE 1 TO w-flag-cuota
               END-IF
           END-IF.

       200-PRESENTAR-DEBITO.
           MOVE ZERO TO w-tar-hallada.
           PERFORM VARYING w-ind-tar FROM 1 BY 1
                   UNTIL w-ind-tar > w-cant-tar
                   OR w-tar-hallada NOT = ZERO
               IF w-tar-legajo (w-ind-tar) = cuo-alumno
                   MOVE w-ind-tar TO w-tar-hallada
               END-IF
           END-PERFORM.
           IF w-tar-hallada NOT = ZERO
               IF w-tar-vencimiento (w-tar-hallada) < w-periodo-hoy
                   ADD 1 TO w-cant-vencidas
               ELSE
                   IF w-tar-rechazos (w-tar-hallada) >= 3
                       ADD 1 TO w-cant-bloqueadas
                   ELSE
                       PERFORM 300-GRABAR-PRESENTACION
                   END-IF
               END-IF
           END-IF.

       300-GRABAR-PRESENTACION.
           MOVE SPACES TO ptc-det-reg.
           MOVE 2 TO ptc-det-tipo.
           MOVE w-tar-marca (w-tar-hallada) TO ptc-det-marca.
           MOVE w-tar-numero (w-tar-hallada) TO ptc-det-numero.
           MOVE cuo-alumno TO ptc-det-legajo.
           MOVE cuo-cuota TO ptc-det-cuota.
           MOVE cuo-anio TO ptc-det-anio.
           MOVE cuo-debe TO ptc-det-importe.
           WRITE ptc-det-reg.
           ADD 1 TO w-cant-presentados.
           ADD cuo-debe TO w-tot-presentado.

       END PROGRAM PRESENTAR-TARJETA.
