      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTAR-REGISTROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-aud.
           SELECT OPTIONAL BITACORA
                   ASSIGN TO "..\cuotas_bitacora.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-bit.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cor.
           SELECT OPTIONAL MOVIMS ASSIGN TO "..\caja_movims.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-mov.
           SELECT OPTIONAL RESUELTAS
                   ASSIGN TO "..\excepciones_resueltas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-res.
           SELECT OPTIONAL AUDITORIA-HIST
                   ASSIGN TO "..\auditoria_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS auh-llave
                   ALTERNATE RECORD KEY IS auh-llave-legajo
                   FILE STATUS IS w-status-auh.
           SELECT OPTIONAL BITACORA-HIST
                   ASSIGN TO "..\cuotas_bitacora_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS bth-llave
                   ALTERNATE RECORD KEY IS bth-llave-legajo
                   FILE STATUS IS w-status-bth.
           SELECT OPTIONAL CORRIDAS-HIST
                   ASSIGN TO "..\corridas_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS coh-llave
                   ALTERNATE RECORD KEY IS coh-llave-corrida
                   FILE STATUS IS w-status-coh.
           SELECT OPTIONAL MOVIMS-HIST
                   ASSIGN TO "..\caja_movims_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS moh-llave
                   ALTERNATE RECORD KEY IS moh-llave-legajo
                   FILE STATUS IS w-status-moh.
           SELECT OPTIONAL RESUELTAS-HIST
                   ASSIGN TO "..\excepciones_resueltas_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exh-llave
                   ALTERNATE RECORD KEY IS exh-llave-legajo
                   FILE STATUS IS w-status-exh.
           SELECT TEMPORAL ASSIGN TO "..\rotacion_tmp.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-ROT
                   ASSIGN TO "..\rotacion_control.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ctl.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL TRABA ASSIGN TO "..\traba_uso.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-traba.
       DATA DIVISION.
       FILE SECTION.

       FD  AUDITORIA.
       01  aud-reg.
           03 aud-legajo pic 9(5).
           03 filler pic x value space.
           03 aud-operacion pic x(12).
           03 filler pic x value space.
           03 aud-resultado pic x(15).
           03 filler pic x value space.
           03 aud-fecha pic 9(8).
           03 filler pic x value space.
           03 aud-hora pic 9(8).
           03 filler pic x value space.
           03 aud-operador pic x(8).

       FD  BITACORA.
       01  bit-reg.
           03 bit-legajo pic 9(5).
           03 filler pic x.
           03 bit-cuota pic 9(2).
           03 filler pic x.
           03 bit-anio pic 9(4).
           03 filler pic x.
           03 bit-est-ant pic x.
           03 filler pic x.
           03 bit-imp-ant pic 9(8).
           03 filler pic x.
           03 bit-pag-ant pic 9(8).
           03 filler pic x.
           03 bit-debe-ant pic 9(8).
           03 filler pic x.
           03 bit-est-nue pic x.
           03 filler pic x.
           03 bit-imp-nue pic 9(8).
           03 filler pic x.
           03 bit-pag-nue pic 9(8).
           03 filler pic x.
           03 bit-debe-nue pic 9(8).
           03 filler pic x.
           03 bit-programa pic x(15).
           03 filler pic x.
           03 bit-operador pic x(8).
           03 filler pic x.
           03 bit-fecha pic 9(8).
           03 filler pic x.
           03 bit-hora pic 9(8).

       FD  CORRIDAS.
       01  cor-reg.
           03 cor-nro pic 9(6).
           03 filler pic x.
           03 cor-tipo pic x.
           03 filler pic x.
           03 cor-fecha pic 9(8).
           03 filler pic x.
           03 cor-hora pic 9(8).
           03 filler pic x.
           03 cor-texto pic x(40).

       FD  MOVIMS.
       01  mov-reg.
           03 mov-sesion pic 9(4).
           03 filler pic x value space.
           03 mov-recibo pic 9(10).
           03 filler pic x value space.
           03 mov-legajo pic 9(5).
           03 filler pic x value space.
           03 mov-importe pic 9(8).
           03 filler pic x value space.
           03 mov-fecha pic 9(8).
           03 filler pic x value space.
           03 mov-hora pic 9(8).
           03 filler pic x value space.
           03 mov-medio pic x.
           03 filler pic x value space.
           03 mov-sede pic 9(2).

      * Excepciones resueltas: mismo formato del archivo de
      * pendientes de GestionExcepciones.
       FD  RESUELTAS.
       01  res-reg.
           03 res-nro pic 9(6).
           03 filler pic x.
           03 res-estado pic x.
           03 filler pic x.
           03 res-legajo pic 9(5).
           03 filler pic x.
           03 res-cuota pic 9(2).
           03 filler pic x.
           03 res-anio pic 9(4).
           03 filler pic x.
           03 res-importe pic 9(8).
           03 filler pic x.
           03 res-fecha pic 9(8).
           03 filler pic x.
           03 res-hora pic 9(8).
           03 filler pic x.
           03 res-motivo pic x(20).

      * Historicos de los registros operativos. La clave primaria
      * es la fecha del registro mas su numero de orden en el
      * archivo de texto al momento de rotarlo; la clave
      * alternativa repite la fecha y el orden detras del legajo
      * (o del numero de corrida) para consultar por socio sin
      * barrer el archivo. El resto es el registro original tal
      * cual estaba en el archivo de texto.
       FD  AUDITORIA-HIST.
       01  auh-reg.
           03 auh-llave.
               05 auh-fecha pic 9(8).
               05 auh-orden pic 9(8).
           03 auh-llave-legajo.
               05 auh-legajo pic 9(5).
               05 auh-fecha-alt pic 9(8).
               05 auh-orden-alt pic 9(8).
           03 auh-datos pic x(61).

       FD  BITACORA-HIST.
       01  bth-reg.
           03 bth-llave.
               05 bth-fecha pic 9(8).
               05 bth-orden pic 9(8).
           03 bth-llave-legajo.
               05 bth-legajo pic 9(5).
               05 bth-fecha-alt pic 9(8).
               05 bth-orden-alt pic 9(8).
           03 bth-datos pic x(119).

       FD  CORRIDAS-HIST.
       01  coh-reg.
           03 coh-llave.
               05 coh-fecha pic 9(8).
               05 coh-orden pic 9(8).
           03 coh-llave-corrida.
               05 coh-corrida pic 9(6).
               05 coh-fecha-alt pic 9(8).
               05 coh-orden-alt pic 9(8).
           03 coh-datos pic x(67).

      * moh-datos guarda el movimiento completo, sede incluida; un
      * historico anterior a las sedes se pasa por
      * ConvertirMovimsHist.
       FD  MOVIMS-HIST.
       01  moh-reg.
           03 moh-llave.
               05 moh-fecha pic 9(8).
               05 moh-orden pic 9(8).
           03 moh-llave-legajo.
               05 moh-legajo pic 9(5).
               05 moh-fecha-alt pic 9(8).
               05 moh-orden-alt pic 9(8).
           03 moh-datos pic x(53).

       FD  RESUELTAS-HIST.
       01  exh-reg.
           03 exh-llave.
               05 exh-fecha pic 9(8).
               05 exh-orden pic 9(8).
           03 exh-llave-legajo.
               05 exh-legajo pic 9(5).
               05 exh-fecha-alt pic 9(8).
               05 exh-orden-alt pic 9(8).
           03 exh-datos pic x(70).

       FD  TEMPORAL.
       01  tmp-linea pic x(200).

      * Registro de control de cada rotacion: por archivo, la fecha
      * de corte (lo anterior paso al historico), los registros
      * leidos, pasados y retenidos, el total del historico despues
      * de la rotacion y el estado OK / ERROR de la verificacion.
      * En ultimo-nro queda el mayor numero de corrida o de
      * excepcion pasado, para que la numeracion no se repita
      * cuando el archivo de texto queda vacio.
       FD  CONTROL-ROT.
       01  ctl-reg.
           03 ctl-fecha pic 9(8).
           03 filler pic x value space.
           03 ctl-hora pic 9(8).
           03 filler pic x value space.
           03 ctl-archivo pic x(12).
           03 filler pic x value space.
           03 ctl-corte pic 9(8).
           03 filler pic x value space.
           03 ctl-leidos pic 9(8).
           03 filler pic x value space.
           03 ctl-pasados pic 9(8).
           03 filler pic x value space.
           03 ctl-retenidos pic 9(8).
           03 filler pic x value space.
           03 ctl-hist-total pic 9(8).
           03 filler pic x value space.
           03 ctl-ultimo-nro pic 9(8).
           03 filler pic x value space.
           03 ctl-estado pic x(5).

      * Maestro unico de parametros: RETENCION-AUDITORIA,
      * RETENCION-BITACORA, RETENCION-CORRIDAS, RETENCION-CAJA y
      * RETENCION-EXCEPCION son los dias que cada archivo conserva
      * en linea; el corte se lleva al primer dia del mes, asi que
      * siempre se rotan meses completos. Sin parametro vale cero:
      * se rota todo lo anterior al mes corriente.
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

      * Traba de uso exclusivo (ver ProcesoNocturno): la rotacion
      * reescribe archivos que el nocturno y las sesiones
      * interactivas agregan, asi que solo corre con todo libre.
       FD  TRABA.
       01  tra-reg.
           03 tra-tipo pic x.
           03 filler pic x value space.
           03 tra-programa pic x(16).
           03 filler pic x value space.
           03 tra-operador pic x(8).
           03 filler pic x value space.
           03 tra-fecha pic 9(8).
           03 filler pic x value space.
           03 tra-hora pic 9(8).

       WORKING-STORAGE SECTION.
       77  w-status-aud pic xx value spaces.
       77  w-status-bit pic xx value spaces.
       77  w-status-cor pic xx value spaces.
       77  w-status-mov pic xx value spaces.
       77  w-status-res pic xx value spaces.
       77  w-status-auh pic xx value spaces.
       77  w-status-bth pic xx value spaces.
       77  w-status-coh pic xx value spaces.
       77  w-status-moh pic xx value spaces.
       77  w-status-exh pic xx value spaces.
       77  w-status-ctl pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-status-traba pic xx value spaces.
       77  w-flag-reg pic 9 value zero.
       77  w-flag-hist pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-flag-tra pic 9 value zero.
       77  w-traba-ok pic 9 value zero.
       77  w-ret-aud pic 9(4) value zero.
       77  w-ret-bit pic 9(4) value zero.
       77  w-ret-cor pic 9(4) value zero.
       77  w-ret-mov pic 9(4) value zero.
       77  w-ret-res pic 9(4) value zero.
       77  w-retencion pic 9(4) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-hora-hoy pic 9(8) value zero.
       77  w-int-fecha pic 9(8) value zero.
       77  w-corte pic 9(8) value zero.
       77  w-archivo pic x(12) value spaces.
       77  w-archivo-ok pic 9 value zero.
       77  w-orden pic 9(8) value zero.
       77  w-ultimo-nro pic 9(8) value zero.
       77  w-cant-leidos pic 9(8) value zero.
       77  w-cant-pasados pic 9(8) value zero.
       77  w-cant-regrabados pic 9(8) value zero.
       77  w-cant-retenidos pic 9(8) value zero.
       77  w-cant-repuestos pic 9(8) value zero.
       77  w-cant-hist pic 9(8) value zero.
       77  w-hist-antes pic 9(8) value zero.
       77  w-hist-esperado pic 9(8) value zero.
       77  w-cant-errores pic 9 value zero.
       77  w-estado-ctl pic x(5) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ROTACION DE REGISTROS OPERATIVOS".
           PERFORM 030-TOMAR-TRABA.
           IF w-traba-ok NOT = 1
               DISPLAY "ROTACION NO INICIADA: HAY SESIONES ABIERTAS "
                   "O UN PROCESO BATCH EN CURSO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-hoy FROM TIME.
           PERFORM 090-LEER-PARAMETROS-SIS.
           PERFORM 200-ROTAR-AUDITORIA.
           PERFORM 300-ROTAR-BITACORA.
           PERFORM 400-ROTAR-CORRIDAS.
           PERFORM 500-ROTAR-MOVIMS.
           PERFORM 600-ROTAR-RESUELTAS.
           PERFORM 980-LIBERAR-TRABA.
           IF w-cant-errores > ZERO
               DISPLAY "ROTACION CON ERRORES: VER rotacion_control.txt"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "ROTACION FINALIZADA OK"
           END-IF.
           STOP RUN.

      * Con cualquier marca en la traba (sesion interactiva "I" o
      * proceso nocturno "N") no se rota; si esta libre se deja la
      * marca "N" mientras dura la rotacion.
       030-TOMAR-TRABA.
           MOVE 1 TO w-traba-ok.
           MOVE ZERO TO w-flag-tra.
           OPEN INPUT TRABA.
           IF w-status-traba = "00"
               PERFORM 032-LEER-TRABA
               PERFORM UNTIL w-flag-tra = 1
                   MOVE ZERO TO w-traba-ok
                   DISPLAY "TRABA " tra-tipo " DE " tra-programa
                       " OPERADOR " tra-operador
                       " DESDE " tra-fecha " " tra-hora
                   PERFORM 032-LEER-TRABA
               END-PERFORM
               CLOSE TRABA
           ELSE
               IF w-status-traba = "05"
                   CLOSE TRABA
               END-IF
           END-IF.
           IF w-traba-ok = 1
               OPEN OUTPUT TRABA
               MOVE SPACES TO tra-reg
               MOVE "N" TO tra-tipo
               MOVE "RotarRegistros" TO tra-programa
               ACCEPT tra-fecha FROM DATE YYYYMMDD
               ACCEPT tra-hora FROM TIME
               WRITE tra-reg
               CLOSE TRABA
           END-IF.

       032-LEER-TRABA.
           READ TRABA AT END MOVE 1 TO w-flag-tra.

       980-LIBERAR-TRABA.
           OPEN OUTPUT TRABA.
           CLOSE TRABA.

      * Corte: primer dia del mes en que cae hoy menos la retencion.
       080-INICIAR-ARCHIVO.
           COMPUTE w-int-fecha =
               FUNCTION INTEGER-OF-DATE (w-fecha-hoy) - w-retencion.
           COMPUTE w-corte = FUNCTION DATE-OF-INTEGER (w-int-fecha).
           COMPUTE w-corte = (w-corte / 100) * 100 + 1.
           MOVE 1 TO w-archivo-ok.
           MOVE ZERO TO w-flag-reg w-orden w-ultimo-nro
               w-cant-leidos w-cant-pasados w-cant-regrabados
               w-cant-retenidos w-cant-repuestos w-cant-hist
               w-hist-antes w-hist-esperado.

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "RETENCION-AUDITORIA"
                       COMPUTE w-ret-aud =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "RETENCION-BITACORA"
                       COMPUTE w-ret-bit =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "RETENCION-CORRIDAS"
                       COMPUTE w-ret-cor =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "RETENCION-CAJA"
                       COMPUTE w-ret-mov =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "RETENCION-EXCEPCION"
                       COMPUTE w-ret-res =
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

      ******************************************************************
      * Cada archivo se rota en dos pasadas, como ArchivarRecibos: lo
      * anterior al corte va al historico indexado (con regrabacion
      * si la rotacion se repite despues de un corte) y lo vigente
      * a una copia temporal. Solo si el historico quedo con la
      * cantidad esperada se repone el archivo de texto con lo
      * vigente; si no, el archivo queda como estaba.
      ******************************************************************
       200-ROTAR-AUDITORIA.
           MOVE "AUDITORIA" TO w-archivo.
           MOVE w-ret-aud TO w-retencion.
           PERFORM 080-INICIAR-ARCHIVO.
           OPEN INPUT AUDITORIA.
           IF w-status-aud NOT = "00"
               IF w-status-aud = "05"
                   CLOSE AUDITORIA
               END-IF
               DISPLAY w-archivo ": NADA PARA ROTAR"
           ELSE
               PERFORM 230-CONTAR-HISTORICO
               MOVE w-cant-hist TO w-hist-antes
               OPEN I-O AUDITORIA-HIST
               OPEN OUTPUT TEMPORAL
               PERFORM 210-LEER-REGISTRO
               PERFORM UNTIL w-flag-reg = 1
                   ADD 1 TO w-cant-leidos
                   IF aud-fecha < w-corte
                       PERFORM 220-PASAR-AL-HISTORICO
                   ELSE
                       MOVE aud-reg TO tmp-linea
                       WRITE tmp-linea
                       ADD 1 TO w-cant-retenidos
                   END-IF
                   PERFORM 210-LEER-REGISTRO
               END-PERFORM
               CLOSE AUDITORIA
               CLOSE AUDITORIA-HIST
               CLOSE TEMPORAL
               PERFORM 230-CONTAR-HISTORICO
               PERFORM 900-VERIFICAR-HISTORICO
               IF w-archivo-ok = 1 AND w-cant-pasados > ZERO
                   PERFORM 250-REPONER-VIGENTES
                   PERFORM 910-VERIFICAR-VIGENTES
               END-IF
               PERFORM 950-ASENTAR-CONTROL
           END-IF.

       210-LEER-REGISTRO.
           READ AUDITORIA AT END MOVE 1 TO w-flag-reg.

       220-PASAR-AL-HISTORICO.
           MOVE w-cant-leidos TO w-orden.
           MOVE SPACES TO auh-reg.
           MOVE aud-fecha TO auh-fecha.
           MOVE w-orden TO auh-orden.
           MOVE aud-legajo TO auh-legajo.
           MOVE aud-fecha TO auh-fecha-alt.
           MOVE w-orden TO auh-orden-alt.
           MOVE aud-reg TO auh-datos.
           ADD 1 TO w-cant-pasados.
           WRITE auh-reg
               INVALID KEY
                   REWRITE auh-reg
                   ADD 1 TO w-cant-regrabados
           END-WRITE.

       230-CONTAR-HISTORICO.
           MOVE ZERO TO w-cant-hist.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT AUDITORIA-HIST.
           IF w-status-auh = "00"
               PERFORM 240-LEER-HISTORICO
               PERFORM UNTIL w-flag-hist = 1
                   ADD 1 TO w-cant-hist
                   PERFORM 240-LEER-HISTORICO
               END-PERFORM
               CLOSE AUDITORIA-HIST
           ELSE
               IF w-status-auh = "05"
                   CLOSE AUDITORIA-HIST
               END-IF
           END-IF.

       240-LEER-HISTORICO.
           READ AUDITORIA-HIST NEXT AT END MOVE 1 TO w-flag-hist.

       250-REPONER-VIGENTES.
           MOVE ZERO TO w-flag-reg.
           OPEN INPUT TEMPORAL.
           OPEN OUTPUT AUDITORIA.
           PERFORM 960-LEER-TEMPORAL.
           PERFORM UNTIL w-flag-reg = 1
               MOVE tmp-linea TO aud-reg
               WRITE aud-reg
               ADD 1 TO w-cant-repuestos
               PERFORM 960-LEER-TEMPORAL
           END-PERFORM.
           CLOSE TEMPORAL.
           CLOSE AUDITORIA.

       300-ROTAR-BITACORA.
           MOVE "BITACORA" TO w-archivo.
           MOVE w-ret-bit TO w-retencion.
           PERFORM 080-INICIAR-ARCHIVO.
           OPEN INPUT BITACORA.
           IF w-status-bit NOT = "00"
               IF w-status-bit = "05"
                   CLOSE BITACORA
               END-IF
               DISPLAY w-archivo ": NADA PARA ROTAR"
           ELSE
               PERFORM 330-CONTAR-HISTORICO
               MOVE w-cant-hist TO w-hist-antes
               OPEN I-O BITACORA-HIST
               OPEN OUTPUT TEMPORAL
               PERFORM 310-LEER-REGISTRO
               PERFORM UNTIL w-flag-reg = 1
                   ADD 1 TO w-cant-leidos
                   IF bit-fecha < w-corte
                       PERFORM 320-PASAR-AL-HISTORICO
                   ELSE
                       MOVE bit-reg TO tmp-linea
                       WRITE tmp-linea
                       ADD 1 TO w-cant-retenidos
                   END-IF
                   PERFORM 310-LEER-REGISTRO
               END-PERFORM
               CLOSE BITACORA
               CLOSE BITACORA-HIST
               CLOSE TEMPORAL
               PERFORM 330-CONTAR-HISTORICO
               PERFORM 900-VERIFICAR-HISTORICO
               IF w-archivo-ok = 1 AND w-cant-pasados > ZERO
                   PERFORM 350-REPONER-VIGENTES
                   PERFORM 910-VERIFICAR-VIGENTES
               END-IF
               PERFORM 950-ASENTAR-CONTROL
           END-IF.

       310-LEER-REGISTRO.
           READ BITACORA AT END MOVE 1 TO w-flag-reg.

       320-PASAR-AL-HISTORICO.
           MOVE w-cant-leidos TO w-orden.
           MOVE SPACES TO bth-reg.
           MOVE bit-fecha TO bth-fecha.
           MOVE w-orden TO bth-orden.
           MOVE bit-legajo TO bth-legajo.
           MOVE bit-fecha TO bth-fecha-alt.
           MOVE w-orden TO bth-orden-alt.
           MOVE bit-reg TO bth-datos.
           ADD 1 TO w-cant-pasados.
           WRITE bth-reg
               INVALID KEY
                   REWRITE bth-reg
                   ADD 1 TO w-cant-regrabados
           END-WRITE.

       330-CONTAR-HISTORICO.
           MOVE ZERO TO w-cant-hist.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT BITACORA-HIST.
           IF w-status-bth = "00"
               PERFORM 340-LEER-HISTORICO
               PERFORM UNTIL w-flag-hist = 1
                   ADD 1 TO w-cant-hist
                   PERFORM 340-LEER-HISTORICO
               END-PERFORM
               CLOSE BITACORA-HIST
           ELSE
               IF w-status-bth = "05"
                   CLOSE BITACORA-HIST
               END-IF
           END-IF.

       340-LEER-HISTORICO.
           READ BITACORA-HIST NEXT AT END MOVE 1 TO w-flag-hist.

       350-REPONER-VIGENTES.
           MOVE ZERO TO w-flag-reg.
           OPEN INPUT TEMPORAL.
           OPEN OUTPUT BITACORA.
           PERFORM 960-LEER-TEMPORAL.
           PERFORM UNTIL w-flag-reg = 1
               MOVE tmp-linea TO bit-reg
               WRITE bit-reg
               ADD 1 TO w-cant-repuestos
               PERFORM 960-LEER-TEMPORAL
           END-PERFORM.
           CLOSE TEMPORAL.
           CLOSE BITACORA.

       400-ROTAR-CORRIDAS.
           MOVE "CORRIDAS" TO w-archivo.
           MOVE w-ret-cor TO w-retencion.
           PERFORM 080-INICIAR-ARCHIVO.
           OPEN INPUT CORRIDAS.
           IF w-status-cor NOT = "00"
               IF w-status-cor = "05"
                   CLOSE CORRIDAS
               END-IF
               DISPLAY w-archivo ": NADA PARA ROTAR"
           ELSE
               PERFORM 430-CONTAR-HISTORICO
               MOVE w-cant-hist TO w-hist-antes
               OPEN I-O CORRIDAS-HIST
               OPEN OUTPUT TEMPORAL
               PERFORM 410-LEER-REGISTRO
               PERFORM UNTIL w-flag-reg = 1
                   ADD 1 TO w-cant-leidos
                   IF cor-fecha < w-corte
                       PERFORM 420-PASAR-AL-HISTORICO
                   ELSE
                       MOVE cor-reg TO tmp-linea
                       WRITE tmp-linea
                       ADD 1 TO w-cant-retenidos
                   END-IF
                   PERFORM 410-LEER-REGISTRO
               END-PERFORM
               CLOSE CORRIDAS
               CLOSE CORRIDAS-HIST
               CLOSE TEMPORAL
               PERFORM 430-CONTAR-HISTORICO
               PERFORM 900-VERIFICAR-HISTORICO
               IF w-archivo-ok = 1 AND w-cant-pasados > ZERO
                   PERFORM 450-REPONER-VIGENTES
                   PERFORM 910-VERIFICAR-VIGENTES
               END-IF
               PERFORM 950-ASENTAR-CONTROL
           END-IF.

       410-LEER-REGISTRO.
           READ CORRIDAS AT END MOVE 1 TO w-flag-reg.

       420-PASAR-AL-HISTORICO.
           MOVE w-cant-leidos TO w-orden.
           MOVE SPACES TO coh-reg.
           MOVE cor-fecha TO coh-fecha.
           MOVE w-orden TO coh-orden.
           MOVE cor-nro TO coh-corrida.
           MOVE cor-fecha TO coh-fecha-alt.
           MOVE w-orden TO coh-orden-alt.
           MOVE cor-reg TO coh-datos.
           IF cor-nro > w-ultimo-nro
               MOVE cor-nro TO w-ultimo-nro
           END-IF.
           ADD 1 TO w-cant-pasados.
           WRITE coh-reg
               INVALID KEY
                   REWRITE coh-reg
                   ADD 1 TO w-cant-regrabados
           END-WRITE.

       430-CONTAR-HISTORICO.
           MOVE ZERO TO w-cant-hist.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT CORRIDAS-HIST.
           IF w-status-coh = "00"
               PERFORM 440-LEER-HISTORICO
               PERFORM UNTIL w-flag-hist = 1
                   ADD 1 TO w-cant-hist
                   PERFORM 440-LEER-HISTORICO
               END-PERFORM
               CLOSE CORRIDAS-HIST
           ELSE
               IF w-status-coh = "05"
                   CLOSE CORRIDAS-HIST
               END-IF
           END-IF.

       440-LEER-HISTORICO.
           READ CORRIDAS-HIST NEXT AT END MOVE 1 TO w-flag-hist.

       450-REPONER-VIGENTES.
           MOVE ZERO TO w-flag-reg.
           OPEN INPUT TEMPORAL.
           OPEN OUTPUT CORRIDAS.
           PERFORM 960-LEER-TEMPORAL.
           PERFORM UNTIL w-flag-reg = 1
               MOVE tmp-linea TO cor-reg
               WRITE cor-reg
               ADD 1 TO w-cant-repuestos
               PERFORM 960-LEER-TEMPORAL
           END-PERFORM.
           CLOSE TEMPORAL.
           CLOSE CORRIDAS.

       500-ROTAR-MOVIMS.
           MOVE "CAJA" TO w-archivo.
           MOVE w-ret-mov TO w-retencion.
           PERFORM 080-INICIAR-ARCHIVO.
           OPEN INPUT MOVIMS.
           IF w-status-mov NOT = "00"
               IF w-status-mov = "05"
                   CLOSE MOVIMS
               END-IF
               DISPLAY w-archivo ": NADA PARA ROTAR"
           ELSE
               PERFORM 530-CONTAR-HISTORICO
               MOVE w-cant-hist TO w-hist-antes
               OPEN I-O MOVIMS-HIST
               OPEN OUTPUT TEMPORAL
               PERFORM 510-LEER-REGISTRO
               PERFORM UNTIL w-flag-reg = 1
                   ADD 1 TO w-cant-leidos
                   IF mov-fecha < w-corte
                       PERFORM 520-PASAR-AL-HISTORICO
                   ELSE
                       MOVE mov-reg TO tmp-linea
                       WRITE tmp-linea
                       ADD 1 TO w-cant-retenidos
                   END-IF
                   PERFORM 510-LEER-REGISTRO
               END-PERFORM
               CLOSE MOVIMS
               CLOSE MOVIMS-HIST
               CLOSE TEMPORAL
               PERFORM 530-CONTAR-HISTORICO
               PERFORM 900-VERIFICAR-HISTORICO
               IF w-archivo-ok = 1 AND w-cant-pasados > ZERO
                   PERFORM 550-REPONER-VIGENTES
                   PERFORM 910-VERIFICAR-VIGENTES
               END-IF
               PERFORM 950-ASENTAR-CONTROL
           END-IF.

       510-LEER-REGISTRO.
           READ MOVIMS AT END MOVE 1 TO w-flag-reg.

       520-PASAR-AL-HISTORICO.
           MOVE w-cant-leidos TO w-orden.
           MOVE SPACES TO moh-reg.
           MOVE mov-fecha TO moh-fecha.
           MOVE w-orden TO moh-orden.
           MOVE mov-legajo TO moh-legajo.
           MOVE mov-fecha TO moh-fecha-alt.
           MOVE w-orden TO moh-orden-alt.
           MOVE mov-reg TO moh-datos.
           ADD 1 TO w-cant-pasados.
           WRITE moh-reg
               INVALID KEY
                   REWRITE moh-reg
                   ADD 1 TO w-cant-regrabados
           END-WRITE.

       530-CONTAR-HISTORICO.
           MOVE ZERO TO w-cant-hist.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT MOVIMS-HIST.
           IF w-status-moh = "00"
               PERFORM 540-LEER-HISTORICO
               PERFORM UNTIL w-flag-hist = 1
                   ADD 1 TO w-cant-hist
                   PERFORM 540-LEER-HISTORICO
               END-PERFORM
               CLOSE MOVIMS-HIST
           ELSE
               IF w-status-moh = "05"
                   CLOSE MOVIMS-HIST
               END-IF
           END-IF.

       540-LEER-HISTORICO.
           READ MOVIMS-HIST NEXT AT END MOVE 1 TO w-flag-hist.

       550-REPONER-VIGENTES.
           MOVE ZERO TO w-flag-reg.
           OPEN INPUT TEMPORAL.
           OPEN OUTPUT MOVIMS.
           PERFORM 960-LEER-TEMPORAL.
           PERFORM UNTIL w-flag-reg = 1
               MOVE tmp-linea TO mov-reg
               WRITE mov-reg
               ADD 1 TO w-cant-repuestos
               PERFORM 960-LEER-TEMPORAL
           END-PERFORM.
           CLOSE TEMPORAL.
           CLOSE MOVIMS.

       600-ROTAR-RESUELTAS.
           MOVE "EXCEPCIONES" TO w-archivo.
           MOVE w-ret-res TO w-retencion.
           PERFORM 080-INICIAR-ARCHIVO.
           OPEN INPUT RESUELTAS.
           IF w-status-res NOT = "00"
               IF w-status-res = "05"
                   CLOSE RESUELTAS
               END-IF
               DISPLAY w-archivo ": NADA PARA ROTAR"
           ELSE
               PERFORM 630-CONTAR-HISTORICO
               MOVE w-cant-hist TO w-hist-antes
               OPEN I-O RESUELTAS-HIST
               OPEN OUTPUT TEMPORAL
               PERFORM 610-LEER-REGISTRO
               PERFORM UNTIL w-flag-reg = 1
                   ADD 1 TO w-cant-leidos
                   IF res-fecha < w-corte
                       PERFORM 620-PASAR-AL-HISTORICO
                   ELSE
                       MOVE res-reg TO tmp-linea
                       WRITE tmp-linea
                       ADD 1 TO w-cant-retenidos
                   END-IF
                   PERFORM 610-LEER-REGISTRO
               END-PERFORM
               CLOSE RESUELTAS
               CLOSE RESUELTAS-HIST
               CLOSE TEMPORAL
               PERFORM 630-CONTAR-HISTORICO
               PERFORM 900-VERIFICAR-HISTORICO
               IF w-archivo-ok = 1 AND w-cant-pasados > ZERO
                   PERFORM 650-REPONER-VIGENTES
                   PERFORM 910-VERIFICAR-VIGENTES
               END-IF
               PERFORM 950-ASENTAR-CONTROL
           END-IF.

       610-LEER-REGISTRO.
           READ RESUELTAS AT END MOVE 1 TO w-flag-reg.

       620-PASAR-AL-HISTORICO.
           MOVE w-cant-leidos TO w-orden.
           MOVE SPACES TO exh-reg.
           MOVE res-fecha TO exh-fecha.
           MOVE w-orden TO exh-orden.
           MOVE res-legajo TO exh-legajo.
           MOVE res-fecha TO exh-fecha-alt.
           MOVE w-orden TO exh-orden-alt.
           MOVE res-reg TO exh-datos.
           IF res-nro > w-ultimo-nro
               MOVE res-nro TO w-ultimo-nro
           END-IF.
           ADD 1 TO w-cant-pasados.
           WRITE exh-reg
               INVALID KEY
                   REWRITE exh-reg
                   ADD 1 TO w-cant-regrabados
           END-WRITE.

       630-CONTAR-HISTORICO.
           MOVE ZERO TO w-cant-hist.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT RESUELTAS-HIST.
           IF w-status-exh = "00"
               PERFORM 640-LEER-HISTORICO
               PERFORM UNTIL w-flag-hist = 1
                   ADD 1 TO w-cant-hist
                   PERFORM 640-LEER-HISTORICO
               END-PERFORM
               CLOSE RESUELTAS-HIST
           ELSE
               IF w-status-exh = "05"
                   CLOSE RESUELTAS-HIST
               END-IF
           END-IF.

       640-LEER-HISTORICO.
           READ RESUELTAS-HIST NEXT AT END MOVE 1 TO w-flag-hist.

       650-REPONER-VIGENTES.
           MOVE ZERO TO w-flag-reg.
           OPEN INPUT TEMPORAL.
           OPEN OUTPUT RESUELTAS.
           PERFORM 960-LEER-TEMPORAL.
           PERFORM UNTIL w-flag-reg = 1
               MOVE tmp-linea TO res-reg
               WRITE res-reg
               ADD 1 TO w-cant-repuestos
               PERFORM 960-LEER-TEMPORAL
           END-PERFORM.
           CLOSE TEMPORAL.
           CLOSE RESUELTAS.

      * El historico tiene que haber crecido exactamente en los
      * registros pasados que no estaban de una rotacion anterior.
       900-VERIFICAR-HISTORICO.
           COMPUTE w-hist-esperado =
               w-hist-antes + w-cant-pasados - w-cant-regrabados.
           IF w-cant-hist NOT = w-hist-esperado
           OR w-cant-leidos NOT = w-cant-pasados + w-cant-retenidos
               MOVE ZERO TO w-archivo-ok
               DISPLAY w-archivo ": EL HISTORICO NO CIERRA, EL "
                   "ARCHIVO NO SE MODIFICA"
           END-IF.

       910-VERIFICAR-VIGENTES.
           IF w-cant-repuestos NOT = w-cant-retenidos
               MOVE ZERO TO w-archivo-ok
               DISPLAY w-archivo ": REPUESTOS " w-cant-repuestos
                   " DE " w-cant-retenidos " VIGENTES (COPIA EN "
                   "rotacion_tmp.txt)"
           END-IF.

       950-ASENTAR-CONTROL.
           OPEN EXTEND CONTROL-ROT.
           MOVE SPACES TO ctl-reg.
           MOVE w-fecha-hoy TO ctl-fecha.
           MOVE w-hora-hoy TO ctl-hora.
           MOVE w-archivo TO ctl-archivo.
           MOVE w-corte TO ctl-corte.
           MOVE w-cant-leidos TO ctl-leidos.
           MOVE w-cant-pasados TO ctl-pasados.
           MOVE w-cant-retenidos TO ctl-retenidos.
           MOVE w-cant-hist TO ctl-hist-total.
           MOVE w-ultimo-nro TO ctl-ultimo-nro.
           IF w-archivo-ok = 1
               MOVE "OK" TO w-estado-ctl
           ELSE
               MOVE "ERROR" TO w-estado-ctl
               ADD 1 TO w-cant-errores
           END-IF.
           MOVE w-estado-ctl TO ctl-estado.
           WRITE ctl-reg.
           CLOSE CONTROL-ROT.
           DISPLAY w-archivo ": CORTE " w-corte " LEIDOS "
               w-cant-leidos " AL HISTORICO " w-cant-pasados
               " EN LINEA " w-cant-retenidos " " w-estado-ctl.

       960-LEER-TEMPORAL.
           READ TEMPORAL AT END MOVE 1 TO w-flag-reg.

       END PROGRAM ROTAR-REGISTROS.
