           SELECT OPTIONAL RESUMEN-HIST
                   ASSIGN TO "..\corridas_resumen.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-ROT
                   ASSIGN TO "..\rotacion_control.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ctl.
           SELECT OPTIONAL TRABA ASSIGN TO "..\traba_uso.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-traba.
           SELECT OPTIONAL PUNTOS-CARGA
                   ASSIGN TO "..\cuotatex_puntos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-pca.
       DATA DIVISION.
       FILE SECTION.

           03 filler pic x value space.
           03 rhi-linea pic x(60).

      * Control de la rotacion de registros operativos
      * (RotarRegistros): ultimo-nro es el mayor numero de corrida
      * que ya paso al historico.
       FD  CONTROL-ROT.
       01  ctl-reg.
           03 ctl-fecha pic 9(8).
           03 filler pic x.
           03 ctl-hora pic 9(8).
           03 filler pic x.
           03 ctl-archivo pic x(12).
           03 filler pic x.
           03 ctl-corte pic 9(8).
           03 filler pic x.
           03 ctl-leidos pic 9(8).
           03 filler pic x.
           03 ctl-pasados pic 9(8).
           03 filler pic x.
           03 ctl-retenidos pic 9(8).
           03 filler pic x.
           03 ctl-hist-total pic 9(8).
           03 filler pic x.
           03 ctl-ultimo-nro pic 9(8).
           03 filler pic x.
           03 ctl-estado pic x(5).

      * Traba de uso exclusivo con las sesiones interactivas: un
      * registro "I" por cada sesion abierta (AltaAlu, ImportarSocios
      * o CargarNovedades); mientras haya alguno el nocturno no debe
           03 filler pic x value space.
           03 tra-hora pic 9(8).

      * Tramos de la carga de cuotas.txt que deja CuotaTexAindex: el
      * ultimo es el de la corrida de hoy. Estado "E" antes de
      * llamarlo quiere decir que la carga anterior quedo cortada y
      * esta corrida la reinicia.
       FD  PUNTOS-CARGA.
       01  pca-reg.
           03 pca-tramo pic 9(2).
           03 filler pic x.
           03 pca-tipo pic x.
           03 filler pic x.
           03 pca-estado pic x.
           03 filler pic x.
           03 pca-fecha pic 9(8).
           03 filler pic x.
           03 pca-hora pic 9(8).
           03 filler pic x.
           03 pca-desde pic 9(8).
           03 filler pic x.
           03 pca-leidos pic 9(8).
           03 filler pic x.
           03 pca-grabadas pic 9(8).
           03 filler pic x.
           03 pca-rechazadas pic 9(8).
           03 filler pic x.
           03 pca-recuperadas pic 9(8).
           03 filler pic x.
           03 pca-lineas-rcz pic 9(8).

       WORKING-STORAGE SECTION.
       77  w-paso-fallido pic x value space.
           88 hubo-error value "S".
       77  w-status-traba pic xx value spaces.
       77  w-flag-tra pic 9 value zero.
       77  w-traba-ok pic 9 value zero.
       77  w-status-ctl pic xx value spaces.
       77  w-flag-ctl pic 9 value zero.
       77  w-status-pca pic xx value spaces.
       77  w-flag-pca pic 9 value zero.
       77  w-hay-tramo pic 9 value zero.
       77  w-fecha-paso pic 9(8) value zero.
       77  w-hora-paso pic 9(8) value zero.
       01  w-ult-tramo.
           03 w-ult-tipo pic x.
           03 w-ult-estado pic x.
           03 w-ult-fecha pic 9(8).
           03 w-ult-hora pic 9(8).
           03 w-ult-nro pic 9(2).
           03 w-ult-leidos pic 9(8).
           03 w-ult-grabadas pic 9(8).
       01  w-lin-tramo.
           03 filler pic x(6) value "TRAMO ".
           03 w-lt-nro pic 99.
           03 filler pic x value space.
           03 w-lt-tipo pic x(8).
           03 filler pic x(4) value "LEI ".
           03 w-lt-leidos pic zzzzzz9.
           03 filler pic x(5) value " GRA ".
           03 w-lt-grabadas pic zzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 040-ABRIR-CORRIDA.
           PERFORM 050-GENERAR-PARAMETROS.
           PERFORM 080-RESPALDAR-MAESTROS.
           IF NOT hubo-error
               PERFORM 090-ACTUALIZAR-ARANCELES
           END-IF.
           IF NOT hubo-error
               PERFORM 100-CARGAR-CUOTAS
           END-IF.
           IF NOT hubo-error
               PERFORM 150-PROCESAR-LICENCIAS
           END-IF.
           IF NOT hubo-error
               PERFORM 200-RECALCULAR-ESTADO
           END-IF.
           IF NOT hubo-error
               PERFORM 400-LISTAR-CUOTAS
           END-IF.
           IF NOT hubo-error
               PERFORM 450-PROCESAR-INGRESOS
           END-IF.
           IF NOT hubo-error
               PERFORM 460-CONTROLAR-AUSENCIAS
           END-IF.
           IF NOT hubo-error
               PERFORM 500-GENERAR-HABILITACIONES
           END-IF.
           CLOSE TRABA.

      * El numero de corrida es el ultimo registrado mas uno; el
      * historico nunca se pisa (EXTEND). Si la rotacion dejo
      * corridas.txt vacio, el ultimo numero sale del control de
      * rotacion.
       040-ABRIR-CORRIDA.
           OPEN INPUT CORRIDAS.
           IF w-status-corridas = "00"
                   CLOSE CORRIDAS
               END-IF
           END-IF.
           OPEN INPUT CONTROL-ROT.
           IF w-status-ctl = "00"
               PERFORM 047-LEER-CONTROL
               PERFORM UNTIL w-flag-ctl = 1
                   IF ctl-archivo = "CORRIDAS"
                   AND ctl-ultimo-nro > w-nro-corrida
                       MOVE ctl-ultimo-nro TO w-nro-corrida
                   END-IF
                   PERFORM 047-LEER-CONTROL
               END-PERFORM
               CLOSE CONTROL-ROT
           ELSE
               IF w-status-ctl = "05"
                   CLOSE CONTROL-ROT
               END-IF
           END-IF.
           ADD 1 TO w-nro-corrida.
           MOVE "INICIO DEL PROCESO NOCTURNO" TO w-paso-nombre.
           PERFORM 930-ASENTAR-EVENTO-I.
       045-LEER-CORRIDA.
           READ CORRIDAS AT END MOVE 1 TO w-flag-cor.

       047-LEER-CONTROL.
           READ CONTROL-ROT AT END MOVE 1 TO w-flag-ctl.

       930-ASENTAR-EVENTO-I.
           MOVE SPACES TO cor-reg.
           MOVE "I" TO cor-tipo.
           CALL "SYSTEM" USING "RespaldoMaestros".
           PERFORM 900-VERIFICAR-RETORNO.

      * Los cambios de aranceles se cargan por anticipado en la
      * historia; el dia que entran en vigencia este paso los pasa
      * a los maestros de actividades e instalaciones. El arancel
      * anterior no se pierde: queda en la historia.
       090-ACTUALIZAR-ARANCELES.
           DISPLAY "PASO 0B: ACTUALIZAR ARANCELES VIGENTES".
           MOVE "PASO 0B ARANCELES VIGENTES" TO w-paso-nombre.
           CALL "SYSTEM" USING "ActualizarAranceles".
           PERFORM 900-VERIFICAR-RETORNO.

      * Si la carga de la noche anterior quedo cortada, este paso la
      * reinicia desde su ultimo punto de control y el evento lo
      * dice; despues del paso queda asentado el tramo de hoy con lo
      * leido y grabado, tambien cuando el paso falla (lo que quedo
      * consolidado al ultimo punto).
       100-CARGAR-CUOTAS.
           DISPLAY "PASO 1: CARGAR CUOTAS DESDE TEXTO".
           PERFORM 110-LEER-ULTIMO-TRAMO.
           IF w-hay-tramo = 1 AND w-ult-estado = "E"
               DISPLAY "LA CARGA ANTERIOR QUEDO CORTADA EN EL TRAMO "
                   w-ult-nro ", SE REINICIA"
               MOVE "PASO 1 REINICIA CARGA" TO w-paso-nombre
           ELSE
               MOVE "PASO 1 CARGAR CUOTAS" TO w-paso-nombre
           END-IF.
           ACCEPT w-fecha-paso FROM DATE YYYYMMDD.
           ACCEPT w-hora-paso FROM TIME.
           CALL "SYSTEM" USING "CuotaTexAindex".
           PERFORM 900-VERIFICAR-RETORNO.
           PERFORM 120-ASENTAR-TRAMO.

       110-LEER-ULTIMO-TRAMO.
           MOVE ZERO TO w-hay-tramo.
           MOVE ZERO TO w-flag-pca.
           OPEN INPUT PUNTOS-CARGA.
           IF w-status-pca = "00"
               PERFORM 115-LEER-TRAMO
               PERFORM UNTIL w-flag-pca = 1
                   MOVE 1 TO w-hay-tramo
                   MOVE pca-tipo TO w-ult-tipo
                   MOVE pca-estado TO w-ult-estado
                   MOVE pca-fecha TO w-ult-fecha
                   MOVE pca-hora TO w-ult-hora
                   MOVE pca-tramo TO w-ult-nro
                   MOVE pca-leidos TO w-ult-leidos
                   MOVE pca-grabadas TO w-ult-grabadas
                   PERFORM 115-LEER-TRAMO
               END-PERFORM
               CLOSE PUNTOS-CARGA
           ELSE
               IF w-status-pca = "05"
                   CLOSE PUNTOS-CARGA
               END-IF
           END-IF.

       115-LEER-TRAMO.
           READ PUNTOS-CARGA AT END MOVE 1 TO w-flag-pca.

      * Solo se asienta un tramo abierto por esta corrida: si
      * CuotaTexAindex no llego a arrancar, el ultimo tramo del
      * archivo es de otra noche.
       120-ASENTAR-TRAMO.
           PERFORM 110-LEER-ULTIMO-TRAMO.
           IF w-hay-tramo = 1
           AND (w-ult-fecha > w-fecha-paso
               OR (w-ult-fecha = w-fecha-paso
                   AND w-ult-hora >= w-hora-paso))
               MOVE w-ult-nro TO w-lt-nro
               IF w-ult-tipo = "R"
                   MOVE "REINIC." TO w-lt-tipo
               ELSE
                   MOVE "NORMAL" TO w-lt-tipo
               END-IF
               MOVE w-ult-leidos TO w-lt-leidos
               MOVE w-ult-grabadas TO w-lt-grabadas
               MOVE w-lin-tramo TO w-paso-nombre
               PERFORM 935-ASENTAR-EVENTO-P
           END-IF.

      * Las licencias que empiezan suspenden al socio y las que
      * vencieron lo reactivan antes del recalculo de estado, que
      * asi ya trabaja con el padron de hoy.
       150-PROCESAR-LICENCIAS.
           DISPLAY "PASO 1B: INICIO Y FIN DE LICENCIAS".
           MOVE "PASO 1B LICENCIAS" TO w-paso-nombre.
           CALL "SYSTEM" USING "ProcesarLicencias".
           PERFORM 900-VERIFICAR-RETORNO.

      * Este paso no es redundante con el recalculo que ParcialFinal
      * hace al final de su propia corrida (970-CARGAR-EST-ALU en
           CALL "SYSTEM" USING "LeerCuota".
           PERFORM 900-VERIFICAR-RETORNO.

      * Las pasadas del dia por el molinete se cruzan contra las
      * habilitaciones con que abrio la puerta, asi que este paso va
      * antes de regenerarlas. Sin archivo del molinete no hace nada.
       450-PROCESAR-INGRESOS.
           DISPLAY "PASO 4B: PROCESAR INGRESOS DEL MOLINETE".
           MOVE "PASO 4B INGRESOS MOLINETE" TO w-paso-nombre.
           CALL "SYSTEM" USING "ProcesarIngresos".
           PERFORM 900-VERIFICAR-RETORNO.

      * Con las pasadas ya volcadas al historico se controla la
      * asistencia a los turnos reservados de los dias anteriores:
      * los ausentes quedan con la penalidad para FacturarReservas.
       460-CONTROLAR-AUSENCIAS.
           DISPLAY "PASO 4C: CONTROLAR AUSENCIAS EN RESERVAS".
           MOVE "PASO 4C AUSENCIAS RESERVAS" TO w-paso-nombre.
           CALL "SYSTEM" USING "ControlarAusencias".
           PERFORM 900-VERIFICAR-RETORNO.

      * El archivo de habilitaciones del molinete se regenera cada
      * noche con los estados que dejo el posteo, para que la
      * puerta abra el dia siguiente con el padron al dia.
