                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo.
           SELECT DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-dat.
           SELECT OPTIONAL SEDES ASSIGN TO "..\sedes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sed.
           SELECT REPORTE ASSIGN TO "..\cobranza.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

       FD  DATOS.
       01  dat-reg.
           03 dat-legajo pic 9(5).
           03 dat-nombre pic x(30).
           03 dat-dni pic 9(8).
           03 dat-domicilio pic x(30).
           03 dat-telefono pic x(15).
           03 dat-mail pic x(30).
           03 dat-fecha-alta pic 9(8).
           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

       FD  SEDES.
       01  sed-reg.
           03 sed-codigo pic 9(2).
           03 filler pic x value space.
           03 sed-nombre pic x(30).
           03 filler pic x value space.
           03 sed-domicilio pic x(30).
           03 filler pic x value space.
           03 sed-estado pic x.

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
       77  w-status-recibos pic xx value spaces.
       77  w-status-sed pic xx value spaces.
       77  w-flag-sed pic 9 value zero.
       77  w-hay-sedes pic 9 value zero.
       77  w-sede-pedida pic 9(2) value zero.
       77  w-sede-valida pic 9 value zero.
       77  w-sede-nombre pic x(30) value spaces.
       77  w-status-dat pic xx value spaces.
       77  w-datos-abierto pic 9 value zero.
       77  w-sede-informe pic 9(2) value zero.
       77  w-sede-socio pic 9(2) value zero.
       77  w-legajo-sede pic 9(5) value zero.
       77  w-titulo-sede pic x(40) value spaces.
       77  w-flag-rcb pic 9 value zero.
           88 fin-recibos value 1.
       77  w-flag-cuota pic 9 value zero.
           IF w-anio-informe = ZERO
               COMPUTE w-anio-informe = w-fecha-hoy / 10000
           END-IF.
           PERFORM 050-PEDIR-SEDE.
           OPEN OUTPUT REPORTE.
           PERFORM 100-RELEVAR-FACTURADO.
           PERFORM 200-PROCESAR-RECIBOS.
           PERFORM 600-SECCION-MENSUAL.
           PERFORM 700-SECCION-PERIODOS.
           CLOSE REPORTE.
           IF w-datos-abierto = 1
               CLOSE DATOS
           END-IF.
           DISPLAY "RECIBOS PROCESADOS: " w-cant-recibos.
           DISPLAY "COBRADO EN EL ANIO: " w-cobrado-total.
           STOP RUN.

      * El informe sale por sede o consolidado (sede 0). Por sede,
      * cada socio cuenta en la sede de datos_socios.dat; los socios
      * sin datos o sin sede cargada son de la 01.
       050-PEDIR-SEDE.
           MOVE ZERO TO w-sede-valida.
           PERFORM UNTIL w-sede-valida = 1
               DISPLAY "SEDE A INFORMAR (0=CONSOLIDADO): "
               MOVE ZERO TO w-sede-pedida
               ACCEPT w-sede-pedida
               IF w-sede-pedida = ZERO
                   MOVE 1 TO w-sede-valida
               ELSE
                   PERFORM 060-VALIDAR-SEDE
                   IF w-sede-valida = ZERO
                       DISPLAY "SEDE INEXISTENTE O DADA DE BAJA"
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-sede-pedida TO w-sede-informe.
           IF w-sede-informe = ZERO
               MOVE "CONSOLIDADO TODAS LAS SEDES" TO w-titulo-sede
           ELSE
               MOVE SPACES TO w-titulo-sede
               STRING "SEDE " w-sede-informe " " w-sede-nombre
                   DELIMITED BY SIZE INTO w-titulo-sede
               OPEN INPUT DATOS
               IF w-status-dat = "00"
                   MOVE 1 TO w-datos-abierto
               END-IF
           END-IF.

      * La sede tiene que estar activa en sedes.txt (la mantiene
      * MantenerSedes); sin tabla cargada solo existe la sede 01.
       060-VALIDAR-SEDE.
           MOVE ZERO TO w-sede-valida.
           MOVE ZERO TO w-hay-sedes.
           MOVE ZERO TO w-flag-sed.
           MOVE SPACES TO w-sede-nombre.
           OPEN INPUT SEDES.
           IF w-status-sed = "00"
               PERFORM 065-LEER-SEDE
               PERFORM UNTIL w-flag-sed = 1
                   MOVE 1 TO w-hay-sedes
                   IF sed-codigo = w-sede-pedida
                   AND sed-estado = "A"
                       MOVE 1 TO w-sede-valida
                       MOVE sed-nombre TO w-sede-nombre
                   END-IF
                   PERFORM 065-LEER-SEDE
               END-PERFORM
               CLOSE SEDES
           ELSE
               IF w-status-sed = "05"
                   CLOSE SEDES
               END-IF
           END-IF.
           IF w-hay-sedes = ZERO AND w-sede-pedida = 1
               MOVE 1 TO w-sede-valida
               MOVE "SEDE CENTRAL" TO w-sede-nombre
           END-IF.

       065-LEER-SEDE.
           READ SEDES AT END MOVE 1 TO w-flag-sed.

      * Con la clave alternativa por periodo el relevamiento del
      * facturado arranca directo en el anio del informe y corta al
      * terminarlo, en lugar de barrer todo el historico.
           END-IF.

       120-ACUMULAR-FACTURADO.
           IF w-sede-informe NOT = ZERO
               MOVE cuo-alumno TO w-legajo-sede
               PERFORM 900-SEDE-SOCIO
           END-IF.
           IF w-sede-informe = ZERO OR w-sede-socio = w-sede-informe
               IF cuo-cuota >= 1 AND cuo-cuota <= 12
                   MOVE cuo-cuota TO idx-per
               ELSE
                   MOVE 13 TO idx-per
               END-IF
               ADD cuo-importe TO tb-per-facturado(idx-per)
           END-IF.

      * Los recibos se acumulan por dia de proceso (corte de control
      * sobre rcb-fecha, que viene en orden de emision), por mes
           STRING "COBRANZA DIARIA DEL ANIO " w-anio-informe
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           MOVE w-titulo-sede TO rep-linea.
           WRITE rep-linea.
           OPEN INPUT RECIBOS.
           IF w-status-recibos = "00"
               PERFORM 210-LEER-RECIBO

       300-PROCESAR-RECIBO.
           COMPUTE w-anio-pago = rcb-fecha / 10000.
           MOVE w-sede-informe TO w-sede-socio.
           IF w-sede-informe NOT = ZERO AND w-anio-pago = w-anio-informe
               MOVE rcb-alumno TO w-legajo-sede
               PERFORM 900-SEDE-SOCIO
           END-IF.
           IF w-anio-pago = w-anio-informe
           AND w-sede-socio = w-sede-informe
               IF w-hay-dia = 1 AND rcb-fecha NOT = w-fecha-corte
                   PERFORM 500-CERRAR-DIA
               END-IF
           END-IF.
           WRITE rep-linea.

       900-SEDE-SOCIO.
           MOVE 1 TO w-sede-socio.
           IF w-datos-abierto = 1
               MOVE w-legajo-sede TO dat-legajo
               READ DATOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF dat-sede IS NUMERIC AND dat-sede > ZERO
                           MOVE dat-sede TO w-sede-socio
                       END-IF
               END-READ
           END-IF.

       END PROGRAM REPORTE-COBRANZA.
