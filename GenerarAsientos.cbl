                   ASSIGN TO "..\plan_cuentas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-pla.
           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cas.
           SELECT OPTIONAL ANUALES ASSIGN TO "..\anual_pagado.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-apa.
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
           SELECT OPTIONAL HONORARIOS ASSIGN TO "..\honorarios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-hon.
           SELECT OPTIONAL ASIENTOS ASSIGN TO "..\asientos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           03 arq-diferencia pic s9(10) sign leading separate.
           03 filler pic x.
           03 arq-hora pic 9(8).
           03 filler pic x.
           03 arq-sede pic 9(2).

      * Movimientos de deuda incobrable: "K" castigo de cuotas
      * (CastigarIncobrables) y "R" cobro de una cuota castigada
      * (ParcialFinal), con el concepto de la cuota.
       FD  CASTIGOS.
       01  cas-reg.
           03 cas-tipo pic x.
           03 filler pic x.
           03 cas-legajo pic 9(5).
           03 filler pic x.
           03 cas-cuota pic 9(2).
           03 filler pic x.
           03 cas-anio pic 9(4).
           03 filler pic x.
           03 cas-concepto pic 9(2).
           03 filler pic x.
           03 cas-importe pic 9(8).
           03 filler pic x.
           03 cas-fecha pic 9(8).
           03 filler pic x.
           03 cas-operador pic x(8).

      * Pagos anuales anticipados: el recibo lleva solo el neto
      * cobrado, el descuento se toma de aca para bajar DEUDORES.
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

      * Tabla de cuentas parametrizable: una clave de evento por
      * linea con su numero de cuenta contable. Claves en uso:
      * CAJA, DEUDORES, COBRANZA01..COBRANZA10 (ingreso por
      * concepto), CONDONACION, ANULACION, DEVOLUCION, DIFARQUEO,
      * INCOBRABLES (prevision por castigo), RECUPERO (recupero de
      * incobrables), DESCANUAL (descuento por pago anual),
      * HONORARIOS (gasto de profesores) y HONORAPAGAR (pasivo).
      * Sin entrada para una clave se usa la cuenta 999999 y el
      * contador la reclasifica en su sistema.
       FD  PLAN-CUENTAS.
           03 filler pic x value space.
           03 pla-cuenta pic 9(6).

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

      * Honorarios de profesores liquidados (LiquidarHonorarios):
      * entran el dia en que se registro la liquidacion, en la sede
      * donde se dicta la actividad.
       FD  HONORARIOS.
       01  hon-reg.
           03 hon-periodo pic 9(6).
           03 filler pic x.
           03 hon-profesor pic x(4).
           03 filler pic x.
           03 hon-actividad pic 9(3).
           03 filler pic x.
           03 hon-sede pic 9(2).
           03 filler pic x.
           03 hon-recaudado pic 9(10).
           03 filler pic x.
           03 hon-importe pic 9(10).
           03 filler pic x.
           03 hon-fecha pic 9(8).

      * Archivo de asientos del dia para importar en el sistema
      * contable: fecha, cuenta, debe, haber, leyenda y sede (00 si
      * el cierre se hizo consolidado). Se graba solo si la partida
      * doble cierra. Un mismo dia se cierra o por sede o
      * consolidado, no de las dos formas.
       FD  ASIENTOS.
       01  asi-reg.
           03 asi-fecha pic 9(8).
           03 asi-haber pic 9(10).
           03 filler pic x value space.
           03 asi-leyenda pic x(30).
           03 filler pic x value space.
           03 asi-sede pic 9(2).

       WORKING-STORAGE SECTION.
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
       77  w-fecha-filtro pic 9(8) value zero.
       77  w-status-rcb pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-con pic xx value spaces.
       77  w-status-dev pic xx value spaces.
       77  w-status-arq pic xx value spaces.
       77  w-status-pla pic xx value spaces.
       77  w-status-cas pic xx value spaces.
       77  w-flag-cas pic 9 value zero.
       77  w-status-apa pic xx value spaces.
       77  w-flag-apa pic 9 value zero.
       77  w-tot-desc-anual pic 9(10) value zero.
       77  w-status-hon pic xx value spaces.
       77  w-flag-hon pic 9 value zero.
       77  w-tot-honorarios pic 9(10) value zero.
       77  w-tot-castigado pic 9(10) value zero.
       77  w-tot-recuperado pic 9(10) value zero.
       77  w-flag-rcb pic 9 value zero.
       77  w-flag-con pic 9 value zero.
       77  w-flag-dev pic 9 value zero.
           IF w-fecha-cierre = ZERO
               MOVE w-fecha-hoy TO w-fecha-cierre
           END-IF.
           PERFORM 050-PEDIR-SEDE.
           PERFORM 100-CARGAR-PLAN.
           PERFORM 200-TOTALIZAR-COBRANZA.
           PERFORM 300-TOTALIZAR-CONDONACIONES.
           PERFORM 350-TOTALIZAR-DEVOLUCIONES.
           PERFORM 400-TOTALIZAR-ARQUEOS.
           PERFORM 450-TOTALIZAR-CASTIGOS.
           PERFORM 480-TOTALIZAR-ANUALES.
           PERFORM 495-TOTALIZAR-HONORARIOS.
           IF w-datos-abierto = 1
               CLOSE DATOS
           END-IF.
           PERFORM 500-ARMAR-ASIENTOS.
           PERFORM 600-CONTROLAR-PARTIDA.
           IF w-tot-debe NOT = w-tot-haber
           PERFORM 700-GRABAR-ASIENTOS.
           DISPLAY "ASIENTOS GENERADOS: " w-cant-asientos
               " DEBE=HABER=" w-tot-debe.
           DISPLAY w-titulo-sede.
           STOP RUN.

      * El cierre sale por sede o consolidado (sede 0). Por sede,
      * cada socio cuenta en la sede de datos_socios.dat (los socios
      * sin datos o sin sede cargada son de la 01) y los arqueos en
      * la sede de su caja.
       050-PEDIR-SEDE.
           MOVE ZERO TO w-sede-valida.
           PERFORM UNTIL w-sede-valida = 1
               DISPLAY "SEDE A CERRAR (0=CONSOLIDADO): "
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

       100-CARGAR-PLAN.
           OPEN INPUT PLAN-CUENTAS.
           IF w-status-pla = "00"
               OPEN INPUT CUOTAS
               PERFORM 210-LEER-RECIBO
               PERFORM UNTIL w-flag-rcb = 1
                   MOVE rcb-alumno TO w-legajo-sede
                   MOVE rcb-fecha TO w-fecha-filtro
                   PERFORM 910-FILTRAR-SEDE
                   IF rcb-fecha = w-fecha-cierre
                   AND w-sede-socio = w-sede-informe
                       IF rcb-estado = "X"
                           ADD rcb-importe TO w-tot-anulado
                       ELSE
           IF w-status-con = "00"
               PERFORM 310-LEER-CONDONACION
               PERFORM UNTIL w-flag-con = 1
                   MOVE con-legajo TO w-legajo-sede
                   MOVE con-fecha TO w-fecha-filtro
                   PERFORM 910-FILTRAR-SEDE
                   IF con-fecha = w-fecha-cierre
                   AND con-resultado = "APLICADA"
                   AND w-sede-socio = w-sede-informe
                       ADD con-importe TO w-tot-condonado
                   END-IF
                   PERFORM 310-LEER-CONDONACION
           IF w-status-dev = "00"
               PERFORM 360-LEER-DEVOLUCION
               PERFORM UNTIL w-flag-dev = 1
                   MOVE dev-legajo TO w-legajo-sede
                   MOVE dev-fecha TO w-fecha-filtro
                   PERFORM 910-FILTRAR-SEDE
                   IF dev-fecha = w-fecha-cierre
                   AND w-sede-socio = w-sede-informe
                       ADD dev-importe TO w-tot-devuelto
                   END-IF
                   PERFORM 360-LEER-DEVOLUCION
           IF w-status-arq = "00"
               PERFORM 410-LEER-ARQUEO
               PERFORM UNTIL w-flag-arq = 1
                   MOVE w-sede-informe TO w-sede-socio
                   IF w-sede-informe NOT = ZERO
                       MOVE 1 TO w-sede-socio
                       IF arq-sede IS NUMERIC AND arq-sede > ZERO
                           MOVE arq-sede TO w-sede-socio
                       END-IF
                   END-IF
                   IF arq-fecha = w-fecha-cierre
                   AND w-sede-socio = w-sede-informe
                       ADD arq-diferencia TO w-dif-arqueo
                   END-IF
                   PERFORM 410-LEER-ARQUEO
       410-LEER-ARQUEO.
           READ ARQUEOS AT END MOVE 1 TO w-flag-arq.

      * El cobro de una cuota castigada ya entro en la cobranza del
      * concepto (el recibo es uno comun): se saca de ahi y se
      * imputa a recupero de incobrables, porque el deudor ya se
      * habia dado de baja contra la prevision al castigar.
       450-TOTALIZAR-CASTIGOS.
           OPEN INPUT CASTIGOS.
           IF w-status-cas = "00"
               PERFORM 460-LEER-CASTIGO
               PERFORM UNTIL w-flag-cas = 1
                   MOVE cas-legajo TO w-legajo-sede
                   MOVE cas-fecha TO w-fecha-filtro
                   PERFORM 910-FILTRAR-SEDE
                   IF cas-fecha = w-fecha-cierre
                   AND w-sede-socio = w-sede-informe
                       IF cas-tipo = "K"
                           ADD cas-importe TO w-tot-castigado
                       END-IF
                       IF cas-tipo = "R"
                           PERFORM 470-ACUMULAR-RECUPERO
                       END-IF
                   END-IF
                   PERFORM 460-LEER-CASTIGO
               END-PERFORM
               CLOSE CASTIGOS
           ELSE
               IF w-status-cas = "05"
                   CLOSE CASTIGOS
               END-IF
           END-IF.

       460-LEER-CASTIGO.
           READ CASTIGOS AT END MOVE 1 TO w-flag-cas.

       470-ACUMULAR-RECUPERO.
           MOVE cas-concepto TO idx-concepto.
           IF idx-concepto < 1 OR idx-concepto > 10
               MOVE 1 TO idx-concepto
           END-IF.
           IF tb-conc-importe (idx-concepto) >= cas-importe
               SUBTRACT cas-importe FROM tb-conc-importe (idx-concepto)
               ADD cas-importe TO w-tot-recuperado
           END-IF.

       480-TOTALIZAR-ANUALES.
           OPEN INPUT ANUALES.
           IF w-status-apa = "00"
               PERFORM 490-LEER-ANUAL
               PERFORM UNTIL w-flag-apa = 1
                   MOVE apa-legajo TO w-legajo-sede
                   MOVE apa-fecha TO w-fecha-filtro
                   PERFORM 910-FILTRAR-SEDE
                   IF apa-fecha = w-fecha-cierre
                   AND w-sede-socio = w-sede-informe
                       ADD apa-descuento TO w-tot-desc-anual
                   END-IF
                   PERFORM 490-LEER-ANUAL
               END-PERFORM
               CLOSE ANUALES
           ELSE
               IF w-status-apa = "05"
                   CLOSE ANUALES
               END-IF
           END-IF.

       490-LEER-ANUAL.
           READ ANUALES AT END MOVE 1 TO w-flag-apa.

      * Por sede, los honorarios van a la sede de la actividad (sin
      * sede cargada, la 01), como los arqueos van a la de su caja.
       495-TOTALIZAR-HONORARIOS.
           OPEN INPUT HONORARIOS.
           IF w-status-hon = "00"
               PERFORM 497-LEER-HONORARIO
               PERFORM UNTIL w-flag-hon = 1
                   MOVE w-sede-informe TO w-sede-socio
                   IF w-sede-informe NOT = ZERO
                       MOVE 1 TO w-sede-socio
                       IF hon-sede IS NUMERIC AND hon-sede > ZERO
                           MOVE hon-sede TO w-sede-socio
                       END-IF
                   END-IF
                   IF hon-fecha = w-fecha-cierre
                   AND w-sede-socio = w-sede-informe
                       ADD hon-importe TO w-tot-honorarios
                   END-IF
                   PERFORM 497-LEER-HONORARIO
               END-PERFORM
               CLOSE HONORARIOS
           ELSE
               IF w-status-hon = "05"
                   CLOSE HONORARIOS
               END-IF
           END-IF.

       497-LEER-HONORARIO.
           READ HONORARIOS AT END MOVE 1 TO w-flag-hon.

      * Cada movimiento arma sus dos patas: cobranza debita CAJA y
      * acredita el ingreso del concepto; la anulacion y la
      * devolucion salen de CAJA; la condonacion es quita contra
      * DEUDORES sin dinero; la diferencia de arqueo ajusta CAJA
      * contra su cuenta de resultado, con el signo que tenga. El
      * castigo de incobrables carga la prevision contra DEUDORES y
      * el recupero ingresa a CAJA contra su cuenta de resultado.
      * El descuento por pago anual es quita contra DEUDORES, igual
      * que la condonacion, pero a su propia cuenta. Los honorarios
      * de profesores liquidados se devengan contra el pasivo de
      * honorarios a pagar, sin movimiento de CAJA.
       500-ARMAR-ASIENTOS.
           PERFORM VARYING idx-concepto FROM 1 BY 1
                   UNTIL idx-concepto > 10
               PERFORM 150-BUSCAR-CUENTA
               PERFORM 530-ASIENTO-HABER
           END-IF.
           IF w-tot-desc-anual > ZERO
               MOVE "DESCUENTO PAGO ANUAL" TO w-leyenda
               MOVE w-tot-desc-anual TO w-imp-asiento
               MOVE "DESCANUAL" TO w-clave-buscada
               PERFORM 150-BUSCAR-CUENTA
               PERFORM 520-ASIENTO-DEBE
               MOVE "DEUDORES" TO w-clave-buscada
               PERFORM 150-BUSCAR-CUENTA
               PERFORM 530-ASIENTO-HABER
           END-IF.
           IF w-tot-devuelto > ZERO
               MOVE "DEVOLUCIONES DE SALDO" TO w-leyenda
               MOVE w-tot-devuelto TO w-imp-asiento
               PERFORM 520-ASIENTO-DEBE
               PERFORM 540-ASIENTO-HABER-CAJA
           END-IF.
           IF w-tot-castigado > ZERO
               MOVE "CASTIGO DE INCOBRABLES" TO w-leyenda
               MOVE w-tot-castigado TO w-imp-asiento
               MOVE "INCOBRABLES" TO w-clave-buscada
               PERFORM 150-BUSCAR-CUENTA
               PERFORM 520-ASIENTO-DEBE
               MOVE "DEUDORES" TO w-clave-buscada
               PERFORM 150-BUSCAR-CUENTA
               PERFORM 530-ASIENTO-HABER
           END-IF.
           IF w-tot-recuperado > ZERO
               MOVE "RECUPERO DE INCOBRABLES" TO w-leyenda
               MOVE w-tot-recuperado TO w-imp-asiento
               PERFORM 510-ASIENTO-DEBE-CAJA
               MOVE "RECUPERO" TO w-clave-buscada
               PERFORM 150-BUSCAR-CUENTA
               PERFORM 530-ASIENTO-HABER
           END-IF.
           IF w-tot-honorarios > ZERO
               MOVE "HONORARIOS DE PROFESORES" TO w-leyenda
               MOVE w-tot-honorarios TO w-imp-asiento
               MOVE "HONORARIOS" TO w-clave-buscada
               PERFORM 150-BUSCAR-CUENTA
               PERFORM 520-ASIENTO-DEBE
               MOVE "HONORAPAGAR" TO w-clave-buscada
               PERFORM 150-BUSCAR-CUENTA
               PERFORM 530-ASIENTO-HABER
           END-IF.
           IF w-dif-arqueo NOT = ZERO
               MOVE "DIFERENCIA DE ARQUEO" TO w-leyenda
               IF w-dif-arqueo > ZERO
               MOVE w-asi-debe (w-ind-asi) TO asi-debe
               MOVE w-asi-haber (w-ind-asi) TO asi-haber
               MOVE w-asi-leyenda (w-ind-asi) TO asi-leyenda
               MOVE w-sede-informe TO asi-sede
               WRITE asi-reg
           END-PERFORM.
           CLOSE ASIENTOS.

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

      * En el consolidado todo pasa el filtro; por sede se busca la
      * sede del socio, solo para los movimientos del dia a cerrar.
       910-FILTRAR-SEDE.
           MOVE w-sede-informe TO w-sede-socio.
           IF w-sede-informe NOT = ZERO
           AND w-fecha-filtro = w-fecha-cierre
               PERFORM 900-SEDE-SOCIO
           END-IF.

       END PROGRAM GENERAR-ASIENTOS.
