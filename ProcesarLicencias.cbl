      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESAR-LICENCIAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS rel-nro
           FILE STATUS IS w-status-alu.
           SELECT OPTIONAL CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL CAPACIDAD ASSIGN TO "..\alu_capacidad.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-capacidad.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-lic.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-alumno pic 9(5).
           03 alu-cuotas pic 9(2).
           03 alu-estado pic x.
           03 alu-puntero pic 9(5).
           03 alu-saldo-favor pic 9(8).

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
           03 cuo-llave-periodo.
               05 cuo-per-anio pic 9(4).
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

       FD  CAPACIDAD.
       01  cap-reg.
           03 cap-capacidad-total pic 9(5).
           03 cap-fin-area-primaria pic 9(5).

      * Licencias temporarias (las carga MantenerLicencias): P
      * otorgada y todavia no empezada, V vigente, F terminada y N
      * anulada. lic-suspendio en "S" indica que fue este proceso el
      * que suspendio al socio al empezar la licencia, y por lo
      * tanto el que tiene que reactivarlo al terminar.
       FD  LICENCIAS.
       01  lic-reg.
           03 lic-legajo pic 9(5).
           03 filler pic x value space.
           03 lic-desde pic 9(8).
           03 filler pic x value space.
           03 lic-hasta pic 9(8).
           03 filler pic x value space.
           03 lic-motivo pic x(20).
           03 filler pic x value space.
           03 lic-pct-cargo pic 9(3).
           03 filler pic x value space.
           03 lic-operador pic x(8).
           03 filler pic x value space.
           03 lic-estado pic x.
           03 filler pic x value space.
           03 lic-suspendio pic x.

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

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-status-alu pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-capacidad pic xx value spaces.
       77  w-status-lic pic xx value spaces.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-divisor-hash pic 9(5) value 71.
       77  w-alu-ant pic 9(5) value zero.
       77  w-resul pic 9(5) value zero.
       77  w-resto pic 9(5) value zero.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-flag-lic pic 9 value zero.
       77  w-flag-cuota pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-con-deuda pic 9 value zero.
       77  w-resultado-aud pic x(15) value spaces.
       77  w-cant-lic pic 9(4) value zero.
       77  w-ind-lic pic 9(4) value zero.
       77  w-cant-iniciadas pic 9(4) value zero.
       77  w-cant-terminadas pic 9(4) value zero.
       77  w-cant-reactivados pic 9(4) value zero.
       77  w-hubo-cambios pic 9 value zero.
       01  w-tab-licencias.
           03 w-tab-licencia occurs 1000.
               05 w-lic-datos pic x(61).
               05 w-lic-datos-r REDEFINES w-lic-datos.
                   07 w-lic-legajo pic 9(5).
                   07 filler pic x.
                   07 w-lic-desde pic 9(8).
                   07 filler pic x.
                   07 w-lic-hasta pic 9(8).
                   07 filler pic x(35).
                   07 w-lic-estado pic x.
                   07 filler pic x.
                   07 w-lic-suspendio pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 045-LEER-CAPACIDAD.
           PERFORM 100-CARGAR-LICENCIAS.
           IF w-cant-lic > ZERO
               OPEN I-O ALUMNOS
               IF w-status-alu NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR ALUMNOS: " w-status-alu
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT CUOTAS
               OPEN EXTEND AUDITORIA
               PERFORM VARYING w-ind-lic FROM 1 BY 1
                       UNTIL w-ind-lic > w-cant-lic
                   PERFORM 200-EVALUAR-LICENCIA
               END-PERFORM
               CLOSE ALUMNOS
               CLOSE CUOTAS
               CLOSE AUDITORIA
               IF w-hubo-cambios = 1
                   PERFORM 500-REGRABAR-LICENCIAS
               END-IF
           END-IF.
           DISPLAY "LICENCIAS INICIADAS  : " w-cant-iniciadas.
           DISPLAY "LICENCIAS TERMINADAS : " w-cant-terminadas.
           DISPLAY "SOCIOS REACTIVADOS   : " w-cant-reactivados.
      * El codigo de retorno se fija explicitamente: el proceso
      * nocturno corta la cadena ante cualquier valor distinto de
      * cero.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

      * Si existe alu_capacidad.txt (lo escribe CrearAlu o el
      * reorganizador al armar la tabla) el divisor de hash se deriva
      * de esa area primaria; si no existe se usa el historico 71.
       045-LEER-CAPACIDAD.
           OPEN INPUT CAPACIDAD.
           IF w-status-capacidad = "00"
               READ CAPACIDAD
                   AT END MOVE "10" TO w-status-capacidad
               END-READ
               IF w-status-capacidad = "00"
                   MOVE cap-fin-area-primaria TO w-fin-area-primaria
                   COMPUTE w-divisor-hash = w-fin-area-primaria + 1
               END-IF
               CLOSE CAPACIDAD
           ELSE
               IF w-status-capacidad = "05"
                   CLOSE CAPACIDAD
               END-IF
           END-IF.

      * El archivo se carga entero (se regraba al final con los
      * estados nuevos); las terminadas y anuladas pasan sin tocar.
       100-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cant-lic.
           OPEN INPUT LICENCIAS.
           IF w-status-lic = "00"
               PERFORM 110-LEER-LICENCIA
               PERFORM UNTIL w-flag-lic = 1
                   IF w-cant-lic < 1000
                       ADD 1 TO w-cant-lic
                       MOVE lic-reg TO w-lic-datos (w-cant-lic)
                   ELSE
                       DISPLAY "TABLA DE LICENCIAS LLENA, SE "
                           "IGNORA EL LEGAJO " lic-legajo
                   END-IF
                   PERFORM 110-LEER-LICENCIA
               END-PERFORM
               CLOSE LICENCIAS
           ELSE
               IF w-status-lic = "05"
                   CLOSE LICENCIAS
               END-IF
           END-IF.

       110-LEER-LICENCIA.
           READ LICENCIAS AT END MOVE 1 TO w-flag-lic.

      * Una licencia pendiente cuya fecha desde ya llego suspende al
      * socio; una vigente cuya fecha hasta ya paso lo reactiva. Si
      * la licencia entera quedo en el pasado (se cargo tarde) pasa
      * directo a terminada sin tocar al socio.
       200-EVALUAR-LICENCIA.
           IF w-lic-estado (w-ind-lic) = "P"
           AND w-lic-desde (w-ind-lic) <= w-fecha-hoy
               IF w-lic-hasta (w-ind-lic) < w-fecha-hoy
                   MOVE "F" TO w-lic-estado (w-ind-lic)
                   ADD 1 TO w-cant-terminadas
                   MOVE 1 TO w-hubo-cambios
               ELSE
                   PERFORM 300-INICIAR-LICENCIA
               END-IF
           ELSE
               IF w-lic-estado (w-ind-lic) = "V"
               AND w-lic-hasta (w-ind-lic) < w-fecha-hoy
                   PERFORM 400-TERMINAR-LICENCIA
               END-IF
           END-IF.

      * Solo se suspende a un socio activo (A o P). Si ya estaba
      * suspendido por otro motivo la licencia corre igual, pero no
      * se marca como suspendida por ella: al terminar no se lo
      * reactiva. Un legajo que no esta o esta de baja anula la
      * licencia.
       300-INICIAR-LICENCIA.
           MOVE 1 TO w-hubo-cambios.
           MOVE w-lic-legajo (w-ind-lic) TO w-alu-ant.
           PERFORM 600-BUSCAR-ALU.
           IF NOT alu-fue-encontrado OR alu-estado = "B"
               MOVE "N" TO w-lic-estado (w-ind-lic)
               DISPLAY "LEGAJO " w-alu-ant " INEXISTENTE O DE BAJA: "
                   "LICENCIA ANULADA"
           ELSE
               MOVE "V" TO w-lic-estado (w-ind-lic)
               ADD 1 TO w-cant-iniciadas
               IF alu-estado = "A" OR alu-estado = "P"
                   MOVE "S" TO alu-estado
                   REWRITE alu-reg
                   MOVE "S" TO w-lic-suspendio (w-ind-lic)
                   MOVE "INICIADA" TO w-resultado-aud
               ELSE
                   MOVE "N" TO w-lic-suspendio (w-ind-lic)
                   MOVE "INICIADA S/SUSP" TO w-resultado-aud
               END-IF
               PERFORM 650-ASENTAR-AUDITORIA
           END-IF.

      * Al vencer la licencia el socio vuelve como atrasado si tiene
      * alguna cuota impaga ya vencida, y al dia si no; el recalculo
      * del paso siguiente del nocturno parte de ese estado. Si
      * mientras tanto alguien lo reactivo a mano (o lo dio de baja)
      * se respeta lo que haya.
       400-TERMINAR-LICENCIA.
           MOVE 1 TO w-hubo-cambios.
           MOVE "F" TO w-lic-estado (w-ind-lic).
           ADD 1 TO w-cant-terminadas.
           MOVE w-lic-legajo (w-ind-lic) TO w-alu-ant.
           IF w-lic-suspendio (w-ind-lic) = "S"
               PERFORM 600-BUSCAR-ALU
               IF alu-fue-encontrado AND alu-estado = "S"
                   PERFORM 450-VERIFICAR-DEUDA
                   IF w-con-deuda = 1
                       MOVE "A" TO alu-estado
                   ELSE
                       MOVE "P" TO alu-estado
                   END-IF
                   REWRITE alu-reg
                   ADD 1 TO w-cant-reactivados
                   MOVE "REACTIVADO" TO w-resultado-aud
               ELSE
                   MOVE "TERMINADA" TO w-resultado-aud
               END-IF
           ELSE
               MOVE "TERMINADA" TO w-resultado-aud
           END-IF.
           PERFORM 650-ASENTAR-AUDITORIA.

       450-VERIFICAR-DEUDA.
           MOVE ZERO TO w-con-deuda.
           MOVE ZERO TO w-flag-cuota.
           IF w-status-cuotas = "00"
               MOVE w-alu-ant TO cuo-alumno
               MOVE ZERO TO cuo-cuota
               MOVE ZERO TO cuo-anio
               START CUOTAS KEY IS >= cuota-llave
                   INVALID KEY MOVE 1 TO w-flag-cuota
               END-START
               PERFORM UNTIL w-flag-cuota = 1
                   READ CUOTAS NEXT
                       AT END MOVE 1 TO w-flag-cuota
                       NOT AT END
                           IF cuo-alumno NOT = w-alu-ant
                               MOVE 1 TO w-flag-cuota
                           ELSE
                               IF cuo-estado = "I"
                               AND cuo-debe > ZERO
                               AND cuo-fecha < w-fecha-hoy
                                   MOVE 1 TO w-con-deuda
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       500-REGRABAR-LICENCIAS.
           OPEN OUTPUT LICENCIAS.
           PERFORM VARYING w-ind-lic FROM 1 BY 1
                   UNTIL w-ind-lic > w-cant-lic
               MOVE w-lic-datos (w-ind-lic) TO lic-reg
               WRITE lic-reg
           END-PERFORM.
           CLOSE LICENCIAS.

      * Misma busqueda por hash y cadena de sinonimos que usa
      * ConsultaSocio.
       600-BUSCAR-ALU.
           MOVE ZERO TO w-alu-encontrado.
           DIVIDE w-divisor-hash INTO w-alu-ant
               GIVING w-resul REMAINDER rel-nro.
           ADD 1 TO rel-nro.
           MOVE rel-nro TO w-resto.
           PERFORM 610-LEER-ALU.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           ELSE
               PERFORM UNTIL alu-puntero IS =0
               OR w-alu-ant IS =alu-alumno
                   MOVE alu-puntero TO rel-nro
                   PERFORM 610-LEER-ALU
               END-PERFORM
               IF w-alu-ant = alu-alumno
                   MOVE 1 TO w-alu-encontrado
               END-IF
           END-IF.

       610-LEER-ALU.
           READ ALUMNOS.

      * Mismo registro de auditoria que AltaAlu; el proceso corre
      * sin operador.
       650-ASENTAR-AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-alu-ant TO aud-legajo.
           MOVE "LICENCIA" TO aud-operacion.
           MOVE w-resultado-aud TO aud-resultado.
           MOVE w-fecha-hoy TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE SPACES TO aud-operador.
           WRITE aud-reg.

       END PROGRAM PROCESAR-LICENCIAS.
