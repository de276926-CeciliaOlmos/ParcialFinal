                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT OPTIONAL CAPACIDAD ASSIGN TO "..\alu_capacidad.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL TARIFARIO ASSIGN TO "..\tarifario.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-tarifario.
           SELECT OPTIONAL BECAS ASSIGN TO "..\becas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-becas.
           SELECT OPTIONAL BECAS-APLICADAS
                   ASSIGN TO "..\becas_aplicadas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-lic.
           SELECT OPTIONAL LICENCIAS-APLICADAS
                   ASSIGN TO "..\licencias_aplicadas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ANUALES ASSIGN TO "..\anual_pagado.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-anual.
       DATA DIVISION.
       FILE SECTION.

           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

       FD  CAPACIDAD.
       01  cap-reg.
           03 filler pic x value space.
           03 tar-importe pic 9(8).

      * Maestro de becas (lo mantiene MantenerBecas): las becas
      * vigentes del socio para la cuota social se aplican igual que
      * en GenerarCuotas.
       FD  BECAS.
       01  bec-reg.
           03 bec-legajo pic 9(5).
           03 filler pic x value space.
           03 bec-concepto pic 9(2).
           03 filler pic x value space.
           03 bec-tipo pic x.
           03 filler pic x value space.
           03 bec-valor pic 9(8).
           03 filler pic x value space.
           03 bec-desde pic 9(8).
           03 filler pic x value space.
           03 bec-hasta pic 9(8).
           03 filler pic x value space.
           03 bec-resolucion pic x(12).
           03 filler pic x value space.
           03 bec-operador pic x(8).
           03 filler pic x value space.
           03 bec-estado pic x.

       FD  BECAS-APLICADAS.
       01  bap-reg.
           03 bap-legajo pic 9(5).
           03 filler pic x value space.
           03 bap-cuota pic 9(2).
           03 filler pic x value space.
           03 bap-anio pic 9(4).
           03 filler pic x value space.
           03 bap-concepto pic 9(2).
           03 filler pic x value space.
           03 bap-fecha pic 9(8).
           03 filler pic x value space.
           03 bap-importe pic 9(8).
           03 filler pic x value space.
           03 bap-bonificado pic 9(8).
           03 filler pic x value space.
           03 bap-resolucion pic x(12).

      * Licencias temporarias (MantenerLicencias): mismo tratamiento
      * que en GenerarCuotas para los periodos que vencen dentro de
      * una licencia pendiente o vigente del socio.
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

       FD  LICENCIAS-APLICADAS.
       01  lap-reg.
           03 lap-legajo pic 9(5).
           03 filler pic x value space.
           03 lap-cuota pic 9(2).
           03 filler pic x value space.
           03 lap-anio pic 9(4).
           03 filler pic x value space.
           03 lap-fecha pic 9(8).
           03 filler pic x value space.
           03 lap-importe pic 9(8).
           03 filler pic x value space.
           03 lap-cobrado pic 9(8).

      * Pagos anuales anticipados (los asienta ParcialFinal): un
      * socio con el anio pagado por adelantado no genera cuota
      * social de ese anio.
       FD  ANUALES.
       01  apa-reg.
           03 apa-legajo pic 9(5).
           03 filler pic x value space.
           03 apa-anio pic 9(4).
           03 filler pic x value space.
           03 apa-fecha pic 9(8).
           03 filler pic x value space.
           03 apa-recibo pic 9(10).
           03 filler pic x value space.
           03 apa-cuotas pic 9(2).
           03 filler pic x value space.
           03 apa-bruto pic 9(8).
           03 filler pic x value space.
           03 apa-pct pic 9(2).
           03 filler pic x value space.
           03 apa-descuento pic 9(8).
           03 filler pic x value space.
           03 apa-neto pic 9(8).

       WORKING-STORAGE SECTION.
       77  w-status-anual pic xx value spaces.
       77  w-flag-apa pic 9 value zero.
       77  w-anual-pagado pic 9 value zero.
       01  rel-nro pic 9(5).
       77  w-status-datos pic xx value spaces.
       77  w-status-capacidad pic xx value spaces.
           03 w-tab-tarifa occurs 30.
               05 w-tar-categoria pic x(2).
               05 w-tar-importe pic 9(8).
       77  w-status-becas pic xx value spaces.
       77  w-flag-bec pic 9 value zero.
       77  w-cant-becas pic 9(2) value zero.
       77  w-ind-bec pic 9(2) value zero.
       77  w-importe-neto pic 9(8) value zero.
       77  w-bonificado pic 9(8) value zero.
       77  w-tot-bonificado pic 9(10) value zero.
       01  w-tab-becas.
           03 w-tab-beca occurs 20.
               05 w-bec-tipo pic x.
               05 w-bec-valor pic 9(8).
               05 w-bec-desde pic 9(8).
               05 w-bec-hasta pic 9(8).
               05 w-bec-resolucion pic x(12).
       77  w-status-lic pic xx value spaces.
       77  w-flag-lic pic 9 value zero.
       77  w-cant-licencias pic 9(2) value zero.
       77  w-ind-lic pic 9(2) value zero.
       77  w-en-licencia pic 9 value zero.
       77  w-importe-lic pic 9(8) value zero.
       77  w-cant-con-licencia pic 9(3) value zero.
       01  w-tab-licencias.
           03 w-tab-licencia occurs 20.
               05 w-lic-desde pic 9(8).
               05 w-lic-hasta pic 9(8).
               05 w-lic-pct-cargo pic 9(3).
               05 w-lic-estado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM 270-APLICAR-TARIFA
           END-IF.
           IF alu-fue-encontrado AND NOT socio-exento
               PERFORM 290-CARGAR-BECAS
               PERFORM 300-GENERAR-CUOTAS
               DISPLAY "CUOTAS GENERADAS: " w-cant-generadas
               IF w-cant-becas > ZERO
                   DISPLAY "IMPORTE BONIFICADO POR BECAS: "
                       w-tot-bonificado
               END-IF
               IF w-cant-con-licencia > ZERO
                   DISPLAY "CUOTAS ALCANZADAS POR LICENCIA: "
                       w-cant-con-licencia
               END-IF
               DISPLAY "DESDE LA CUOTA " w-mes-ingreso
                   " HASTA LA " w-cant-cuotas " DE " w-anio-generar
               DISPLAY "CORRA EL PROCESO NOCTURNO (O CuotaTexAindex) "

      * Misma busqueda por hash y cadena de sinonimos que usa
      * ConsultaSocio; un socio dado de baja o suspendido no genera
      * cuotas, igual que en GenerarCuotas, salvo que la suspension
      * sea por una licencia vigente.
       400-VALIDAR-LEGAJO.
           MOVE ZERO TO w-alu-encontrado.
           PERFORM 410-INVOCAR-FUNCION-HASHING.
           ELSE
               PERFORM 480-BUSCAR-SINONIMO
           END-IF.
           PERFORM 285-CARGAR-LICENCIAS.
           IF alu-fue-encontrado
               IF alu-estado = "B"
               OR (alu-estado = "S" AND w-en-licencia = ZERO)
                   MOVE ZERO TO w-alu-encontrado
               END-IF
           END-IF.
           IF alu-fue-encontrado
               PERFORM 296-VERIFICAR-ANUAL
               IF w-anual-pagado = 1
                   DISPLAY "EL SOCIO TIENE " w-anio-generar
                       " PAGADO POR ADELANTADO"
                   MOVE ZERO TO w-alu-encontrado
               END-IF
           END-IF.

       296-VERIFICAR-ANUAL.
           MOVE ZERO TO w-anual-pagado.
           MOVE ZERO TO w-flag-apa.
           OPEN INPUT ANUALES.
           IF w-status-anual = "00"
               PERFORM 297-LEER-ANUAL
               PERFORM UNTIL w-flag-apa = 1
                   IF apa-legajo = w-alu-ant
                   AND apa-anio = w-anio-generar
                       MOVE 1 TO w-anual-pagado
                   END-IF
                   PERFORM 297-LEER-ANUAL
               END-PERFORM
               CLOSE ANUALES
           ELSE
               IF w-status-anual = "05"
                   CLOSE ANUALES
               END-IF
           END-IF.

       297-LEER-ANUAL.
           READ ANUALES AT END MOVE 1 TO w-flag-apa.

       410-INVOCAR-FUNCION-HASHING.
           DIVIDE w-divisor-hash INTO w-alu-ant
               GIVING w-resul REMAINDER rel-nro.
       275-LEER-TARIFA.
           READ TARIFARIO AT END MOVE 1 TO w-flag-tar.

      * Becas vigentes (estado "A") del socio para la cuota social o
      * para todos los conceptos (00).
       290-CARGAR-BECAS.
           MOVE ZERO TO w-cant-becas.
           OPEN INPUT BECAS.
           IF w-status-becas = "00"
               PERFORM 295-LEER-BECA
               PERFORM UNTIL w-flag-bec = 1
                   IF bec-legajo = w-alu-ant
                   AND bec-estado = "A"
                   AND (bec-concepto = 1 OR bec-concepto = ZERO)
                   AND w-cant-becas < 20
                       ADD 1 TO w-cant-becas
                       MOVE bec-tipo TO w-bec-tipo (w-cant-becas)
                       MOVE bec-valor TO w-bec-valor (w-cant-becas)
                       MOVE bec-desde TO w-bec-desde (w-cant-becas)
                       MOVE bec-hasta TO w-bec-hasta (w-cant-becas)
                       MOVE bec-resolucion
                           TO w-bec-resolucion (w-cant-becas)
                   END-IF
                   PERFORM 295-LEER-BECA
               END-PERFORM
               CLOSE BECAS
           ELSE
               IF w-status-becas = "05"
                   CLOSE BECAS
               END-IF
           END-IF.
           IF w-cant-becas > ZERO
               DISPLAY "EL SOCIO TIENE " w-cant-becas " BECA(S) "
                   "VIGENTE(S)"
               OPEN EXTEND BECAS-APLICADAS
           END-IF.

       295-LEER-BECA.
           READ BECAS AT END MOVE 1 TO w-flag-bec.

      * Licencias pendientes (P) o vigentes (V) del socio.
       285-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cant-licencias.
           MOVE ZERO TO w-en-licencia.
           OPEN INPUT LICENCIAS.
           IF w-status-lic = "00"
               PERFORM 287-LEER-LICENCIA
               PERFORM UNTIL w-flag-lic = 1
                   IF lic-legajo = w-alu-ant
                   AND (lic-estado = "P" OR lic-estado = "V")
                   AND w-cant-licencias < 20
                       ADD 1 TO w-cant-licencias
                       MOVE lic-desde TO w-lic-desde (w-cant-licencias)
                       MOVE lic-hasta TO w-lic-hasta (w-cant-licencias)
                       MOVE lic-pct-cargo
                           TO w-lic-pct-cargo (w-cant-licencias)
                       MOVE lic-estado
                           TO w-lic-estado (w-cant-licencias)
                       IF lic-estado = "V"
                           MOVE 1 TO w-en-licencia
                       END-IF
                   END-IF
                   PERFORM 287-LEER-LICENCIA
               END-PERFORM
               CLOSE LICENCIAS
           ELSE
               IF w-status-lic = "05"
                   CLOSE LICENCIAS
               END-IF
           END-IF.
           IF w-cant-licencias > ZERO
               DISPLAY "EL SOCIO TIENE " w-cant-licencias
                   " LICENCIA(S) PENDIENTE(S) O VIGENTE(S)"
               OPEN EXTEND LICENCIAS-APLICADAS
           END-IF.

       287-LEER-LICENCIA.
           READ LICENCIAS AT END MOVE 1 TO w-flag-lic.

       280-GUARDAR-TARIFA.
           MOVE ZERO TO w-tarifa-hallada.
           PERFORM VARYING w-ind-tar FROM 1 BY 1
           MOVE w-anio-generar TO cuo-tex-anio.
           COMPUTE cuo-tex-fecha =
               w-anio-generar * 10000 + i * 100 + w-dia-venc.
           MOVE w-importe-cuota TO w-importe-neto.
           IF w-cant-becas > ZERO
               PERFORM 340-APLICAR-BECAS
           END-IF.
           IF w-cant-licencias > ZERO AND w-importe-neto > ZERO
               PERFORM 360-APLICAR-LICENCIA
           END-IF.
      * Con beca del cien por ciento (o licencia sin cargo) la cuota
      * no se graba, igual que en GenerarCuotas.
           IF w-importe-neto > ZERO
               MOVE "I" TO cuo-tex-estado
               MOVE w-importe-neto TO cuo-tex-importe
               MOVE ZERO TO cuo-tex-pagado
               MOVE w-importe-neto TO cuo-tex-debe
               MOVE 1 TO cuo-tex-concepto
               WRITE cuo-tex-reg
               ADD 1 TO w-cant-generadas
           END-IF.

      * Misma regla que GenerarCuotas: cada beca vigente al
      * vencimiento se aplica sobre lo que queda de la cuota y se
      * registra en becas_aplicadas.txt.
       340-APLICAR-BECAS.
           PERFORM VARYING w-ind-bec FROM 1 BY 1
                   UNTIL w-ind-bec > w-cant-becas
               IF w-bec-desde (w-ind-bec) <= cuo-tex-fecha
               AND (w-bec-hasta (w-ind-bec) = ZERO
                   OR w-bec-hasta (w-ind-bec) >= cuo-tex-fecha)
               AND w-importe-neto > ZERO
                   IF w-bec-tipo (w-ind-bec) = "P"
                       COMPUTE w-bonificado =
                           w-importe-neto * w-bec-valor (w-ind-bec)
                           / 100
                   ELSE
                       MOVE w-bec-valor (w-ind-bec) TO w-bonificado
                   END-IF
                   IF w-bonificado > w-importe-neto
                       MOVE w-importe-neto TO w-bonificado
                   END-IF
                   PERFORM 345-GRABAR-BECA-APLICADA
                   SUBTRACT w-bonificado FROM w-importe-neto
               END-IF
           END-PERFORM.

       345-GRABAR-BECA-APLICADA.
           MOVE SPACES TO bap-reg.
           MOVE w-alu-ant TO bap-legajo.
           MOVE cuo-tex-cuota TO bap-cuota.
           MOVE cuo-tex-anio TO bap-anio.
           MOVE 1 TO bap-concepto.
           MOVE cuo-tex-fecha TO bap-fecha.
           MOVE w-importe-neto TO bap-importe.
           MOVE w-bonificado TO bap-bonificado.
           MOVE w-bec-resolucion (w-ind-bec) TO bap-resolucion.
           WRITE bap-reg.
           ADD w-bonificado TO w-tot-bonificado.

      * Misma regla que GenerarCuotas: la licencia se aplica sobre
      * lo que dejaron las becas y cada cuota alcanzada queda en
      * licencias_aplicadas.txt con el importe sin licencia.
       360-APLICAR-LICENCIA.
           PERFORM VARYING w-ind-lic FROM 1 BY 1
                   UNTIL w-ind-lic > w-cant-licencias
               IF w-lic-desde (w-ind-lic) <= cuo-tex-fecha
               AND w-lic-hasta (w-ind-lic) >= cuo-tex-fecha
               AND w-importe-neto > ZERO
                   COMPUTE w-importe-lic = w-importe-neto
                       * w-lic-pct-cargo (w-ind-lic) / 100
                   MOVE SPACES TO lap-reg
                   MOVE w-alu-ant TO lap-legajo
                   MOVE cuo-tex-cuota TO lap-cuota
                   MOVE cuo-tex-anio TO lap-anio
                   MOVE cuo-tex-fecha TO lap-fecha
                   MOVE w-importe-neto TO lap-importe
                   MOVE w-importe-lic TO lap-cobrado
                   WRITE lap-reg
                   ADD 1 TO w-cant-con-licencia
                   MOVE w-importe-lic TO w-importe-neto
               END-IF
           END-PERFORM.

       800-FIN.
           CLOSE ALUMNOS.
           CLOSE DATOS.
           CLOSE CTA.
           IF w-cant-becas > ZERO
               CLOSE BECAS-APLICADAS
           END-IF.
           IF w-cant-licencias > ZERO
               CLOSE LICENCIAS-APLICADAS
           END-IF.

       END PROGRAM GENERAR-CUOTAS-ALTA.
