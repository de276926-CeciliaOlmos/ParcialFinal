           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rsv.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL SEDES ASSIGN TO "..\sedes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sed.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
       DATA DIVISION.
       FILE SECTION.

           03 cap-fin-area-primaria pic 9(5).

      * Maestro de instalaciones reservables (canchas, quincho):
      * codigo, nombre, arancel por turno y sede donde esta la
      * instalacion (sin sede cargada es de la sede 01).
       FD  INSTALACIONES.
       01  ist-reg.
           03 ist-codigo pic 9(3).
           03 ist-nombre pic x(20).
           03 filler pic x value space.
           03 ist-arancel pic 9(8).
           03 filler pic x value space.
           03 ist-sede pic 9(2).

      * Reservas de instalaciones: estado R reservada, C cancelada,
      * F ya facturada (la marca FacturarReservas al volcar los
      * aranceles al circuito de cobranza). La asistencia queda en
      * blanco hasta que se controla el turno: P presente, A ausente
      * (la marca la porteria o ControlarAusencias con el registro
      * de ingresos) y T cancelada con menos anticipacion que la
      * exigida. La penalidad de A y T queda pendiente (P) hasta que
      * FacturarReservas la factura (F).
       FD  RESERVAS.
       01  rsv-reg.
           03 rsv-instalacion pic 9(3).
           03 rsv-arancel pic 9(8).
           03 filler pic x value space.
           03 rsv-estado pic x.
           03 filler pic x value space.
           03 rsv-asistencia pic x.
           03 filler pic x value space.
           03 rsv-penalidad pic 9(8).
           03 filler pic x value space.
           03 rsv-pen-estado pic x.

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 filler pic x value space.
           03 ope-clave pic x(8).
           03 filler pic x value space.
           03 ope-perfil pic x.
           03 filler pic x value space.
           03 ope-legajo pic 9(5).
           03 filler pic x value space.
           03 ope-sede pic 9(2).

       FD  SEDES.
       01  sed-reg.
           03 sed-codigo pic 9(2).
           03 filler pic x value space.
           03 sed-nombre pic x(30).
           03 filler pic x value space.
           03 sed-domicilio pic x(30).
           03 filler pic x value space.
           03 sed-estado pic x.

      * Maestro unico de parametros: porcentaje del arancel que se
      * cobra como penalidad (PCT-PENALIDAD-RSV), horas de
      * anticipacion para cancelar sin cargo (HORAS-CANCELA-RSV),
      * ausencias en el mes que dejan al socio sin reservar
      * (AUSENCIAS-BLOQUEO) y dias que dura ese bloqueo
      * (DIAS-BLOQUEO-RSV).
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-status-capacidad pic xx value spaces.
       77  w-status-ins pic xx value spaces.
       77  w-status-rsv pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-status-sed pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-parsis pic 9 value zero.
       77  w-pct-penalidad pic 9(3) value 50.
       77  w-horas-cancela pic 9(3) value 24.
       77  w-ausencias-bloqueo pic 9(2) value 3.
       77  w-dias-bloqueo pic 9(3) value 30.
       77  w-fecha-hoy pic 9(8) value zero.
       01  w-hora-actual.
           03 w-hora-hh pic 9(2).
           03 w-hora-mm pic 9(2).
           03 filler pic 9(4).
       77  w-min-faltan pic s9(9) value zero.
       77  w-cancela-tarde pic 9 value zero.
       77  w-penalidad pic 9(8) value zero.
       77  w-confirma pic x value space.
       77  w-bloqueado pic 9 value zero.
       77  w-dia-hoy pic 9(7) value zero.
       77  w-dia-fin pic 9(7) value zero.
       77  w-dia-desbloqueo pic 9(7) value zero.
       77  w-fecha-desbloqueo pic 9(8) value zero.
       77  w-cant-aus pic 9(3) value zero.
       77  w-ind-aus pic 9(4) value zero.
       77  w-flag-sed pic 9 value zero.
       77  w-hay-sedes pic 9 value zero.
       77  w-sede-pedida pic 9(2) value zero.
       77  w-sede-valida pic 9 value zero.
       77  w-sede-nombre pic x(30) value spaces.
       77  w-flag-ope pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-sede-operador pic 9(2) value zero.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-ist-sede pic 9(2) value zero.
       77  w-ist-otra-sede pic 9 value zero.
       77  w-flag-ist pic 9 value zero.
       77  w-flag-rsv pic 9 value zero.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 6.
       77  w-ist-carga pic 9(3) value zero.
       77  w-ist-hallada pic 9 value zero.
       77  w-ist-nombre pic x(20) value spaces.
       77  w-turno-ocupado pic 9 value zero.
       77  w-cant-rsv pic 9(4) value zero.
       77  w-ind-rsv pic 9(4) value zero.
       77  w-rsv-hallada pic 9(4) value zero.
       01  w-tab-reservas.
           03 w-tab-rsv occurs 2000.
               05 w-rsv-instalacion pic 9(3).
               05 w-rsv-legajo pic 9(5).
               05 w-rsv-arancel pic 9(8).
               05 w-rsv-estado pic x.
               05 w-rsv-asistencia pic x.
               05 w-rsv-penalidad pic 9(8).
               05 w-rsv-pen-estado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 045-LEER-CAPACIDAD.
           PERFORM 090-LEER-PARAMETROS-SIS.
           OPEN INPUT ALUMNOS.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
           CLOSE ALUMNOS.
           STOP RUN.

      * Las instalaciones son de una sede: el operador de una sede
      * solo reserva y cancela turnos de las suyas; el operador sin
      * sede (00) trabaja sobre todas.
       020-INICIAR-SESION.
           OPEN INPUT OPERADORES.
           IF w-status-operadores NOT = "00"
               DISPLAY "NO EXISTE EL ARCHIVO DE OPERADORES: CORRA "
               DISPLAY "CrearOperadores ANTES DE USAR ESTE PROGRAMA"
               IF w-status-operadores = "05"
                   CLOSE OPERADORES
               END-IF
           ELSE
               CLOSE OPERADORES
               PERFORM UNTIL w-login-ok = 1 OR w-intentos-login > 2
                   ADD 1 TO w-intentos-login
                   DISPLAY "Codigo de operador: "
                   ACCEPT w-cod-ingresado
                   DISPLAY "Clave: "
                   ACCEPT w-clave-ingresada
                   PERFORM 030-BUSCAR-OPERADOR
                   IF w-login-ok = ZERO
                       DISPLAY "CODIGO O CLAVE INCORRECTOS"
                   END-IF
               END-PERFORM
           END-IF.

       030-BUSCAR-OPERADOR.
           MOVE ZERO TO w-flag-ope.
           OPEN INPUT OPERADORES.
           PERFORM 035-LEER-OPERADOR.
           PERFORM UNTIL w-flag-ope = 1
               IF ope-codigo = w-cod-ingresado
               AND ope-clave = w-clave-ingresada
                   MOVE 1 TO w-login-ok
                   MOVE ope-codigo TO w-operador
                   MOVE ZERO TO w-sede-operador
                   IF ope-sede IS NUMERIC
                       MOVE ope-sede TO w-sede-operador
                   END-IF
               END-IF
               PERFORM 035-LEER-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES.

       035-LEER-OPERADOR.
           READ OPERADORES AT END MOVE 1 TO w-flag-ope.

       045-LEER-CAPACIDAD.
           OPEN INPUT CAPACIDAD.
           IF w-status-capacidad = "00"
               END-IF
           END-IF.

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "PCT-PENALIDAD-RSV"
                       COMPUTE w-pct-penalidad =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "HORAS-CANCELA-RSV"
                       COMPUTE w-horas-cancela =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "AUSENCIAS-BLOQUEO"
                       COMPUTE w-ausencias-bloqueo =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "DIAS-BLOQUEO-RSV"
                       COMPUTE w-dias-bloqueo =
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

       200-MENU.
           DISPLAY " ".
           DISPLAY "RESERVAS DE INSTALACIONES".
           DISPLAY "  2- RESERVAR TURNO".
           DISPLAY "  3- CANCELAR RESERVA".
           DISPLAY "  4- LISTAR RESERVAS DE UNA FECHA".
           DISPLAY "  5- MARCAR AUSENCIA (PORTERIA)".
           DISPLAY "  6- SALIR".
           ACCEPT w-llave-menu.

       250-PROCESO.
                       IF w-llave-menu = 4
                           PERFORM 550-LISTAR-FECHA
                       ELSE
                           IF w-llave-menu = 5
                               PERFORM 560-MARCAR-AUSENCIA
                           ELSE
                               DISPLAY "OPCION INVALIDA"
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   ACCEPT w-ist-nombre
                   DISPLAY "Arancel por turno: "
                   ACCEPT w-ist-arancel
                   PERFORM 310-PEDIR-SEDE
                   IF w-sede-valida = ZERO
                       DISPLAY "LA SEDE " w-sede-pedida " NO EXISTE O "
                           "ESTA DADA DE BAJA, NO SE CREA"
                   ELSE
                       OPEN EXTEND INSTALACIONES
                       MOVE SPACES TO ist-reg
                       MOVE w-ist-carga TO ist-codigo
                       MOVE w-ist-nombre TO ist-nombre
                       MOVE w-ist-arancel TO ist-arancel
                       MOVE w-sede-pedida TO ist-sede
                       WRITE ist-reg
                       CLOSE INSTALACIONES
                       DISPLAY "INSTALACION " w-ist-carga " CREADA EN "
                           "LA SEDE " w-sede-pedida
                   END-IF
               END-IF
           END-IF.

      * El operador de una sede da de alta instalaciones solo en la
      * suya; el operador sin sede la elige (ENTER=01).
       310-PEDIR-SEDE.
           IF w-sede-operador = ZERO
               DISPLAY "Sede de la instalacion (ENTER=01): "
               MOVE ZERO TO w-sede-pedida
               ACCEPT w-sede-pedida
               IF w-sede-pedida = ZERO
                   MOVE 1 TO w-sede-pedida
               END-IF
           ELSE
               MOVE w-sede-operador TO w-sede-pedida
           END-IF.
           PERFORM 800-VALIDAR-SEDE.

      * La reserva valida el legajo contra el padron y rechaza a
      * los socios dados de baja o suspendidos y a los que estan
      * bloqueados por ausencias; un turno ya tomado de la misma
      * instalacion, fecha y hora no se vuelve a dar.
       400-RESERVAR.
           DISPLAY "Codigo de instalacion: ".
           ACCEPT w-ist-carga.
           IF w-ist-hallada = ZERO
               DISPLAY "LA INSTALACION " w-ist-carga " NO EXISTE"
           ELSE
               IF w-ist-otra-sede = 1
                   DISPLAY "LA INSTALACION " w-ist-carga
                       " ES DE LA SEDE " w-ist-sede
                       ", NO PUEDE RESERVARLA"
               ELSE
                   DISPLAY "Fecha (AAAAMMDD): "
                   ACCEPT w-fecha-reserva
                   DISPLAY "Turno (hora de inicio, 00-23): "
                   ACCEPT w-turno-reserva
                   DISPLAY "Legajo del socio: "
                   ACCEPT w-legajo-carga
                   PERFORM 640-VALIDAR-LEGAJO
                   IF NOT alu-fue-encontrado
                       DISPLAY "EL LEGAJO NO EXISTE O ESTA DADO DE BAJA"
                   ELSE
                       IF alu-estado = "S"
                           DISPLAY "EL SOCIO ESTA SUSPENDIDO, NO PUEDE "
                               "RESERVAR"
                       ELSE
                           PERFORM 660-VERIFICAR-BLOQUEO
                           IF w-bloqueado = 1
                               DISPLAY "EL SOCIO ACUMULO "
                                   w-ausencias-bloqueo
                                   " AUSENCIAS EN EL MES, NO PUEDE "
                                   "RESERVAR HASTA EL "
                                   w-fecha-desbloqueo
                           ELSE
                               PERFORM 700-VERIFICAR-TURNO
                               IF w-turno-ocupado = 1
                                   DISPLAY "EL TURNO YA ESTA RESERVADO"
                               ELSE
                                   PERFORM 720-GRABAR-RESERVA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
       500-CANCELAR.
           DISPLAY "Codigo de instalacion: ".
           ACCEPT w-ist-carga.
           PERFORM 600-BUSCAR-INSTALACION.
           IF w-ist-otra-sede = 1
               DISPLAY "LA INSTALACION " w-ist-carga " ES DE LA SEDE "
                   w-ist-sede ", NO PUEDE CANCELAR SUS RESERVAS"
           ELSE
               PERFORM 505-CANCELAR-TURNO
           END-IF.

       505-CANCELAR-TURNO.
           DISPLAY "Fecha (AAAAMMDD): ".
           ACCEPT w-fecha-reserva.
           DISPLAY "Turno: ".
               AND w-rsv-fecha (w-ind-rsv) = w-fecha-reserva
               AND w-rsv-turno (w-ind-rsv) = w-turno-reserva
               AND w-rsv-estado (w-ind-rsv) = "R"
                   MOVE w-ind-rsv TO w-rsv-hallada
               END-IF
           END-PERFORM.
           IF w-rsv-hallada = ZERO
               DISPLAY "NO HAY RESERVA VIGENTE PARA ESE TURNO"
           ELSE
               PERFORM 510-EVALUAR-ANTICIPACION
               IF w-confirma NOT = "S"
                   DISPLAY "LA RESERVA SIGUE VIGENTE"
               ELSE
                   MOVE "C" TO w-rsv-estado (w-rsv-hallada)
                   IF w-cancela-tarde = 1
                       MOVE "T" TO w-rsv-asistencia (w-rsv-hallada)
                       PERFORM 525-ASENTAR-PENALIDAD
                   END-IF
                   PERFORM 760-REGRABAR-RESERVAS
                   DISPLAY "RESERVA CANCELADA"
               END-IF
           END-IF.

      * La anticipacion se mide en minutos desde ahora hasta la
      * hora de inicio del turno; si es menor que la exigida (o el
      * turno ya empezo) la cancelacion lleva penalidad y se le
      * pide confirmacion al operador antes de seguir.
       510-EVALUAR-ANTICIPACION.
           MOVE "S" TO w-confirma.
           MOVE ZERO TO w-cancela-tarde.
           ACCEPT w-hora-actual FROM TIME.
           COMPUTE w-min-faltan =
               (FUNCTION INTEGER-OF-DATE (w-fecha-reserva)
               - FUNCTION INTEGER-OF-DATE (w-fecha-hoy)) * 1440
               + w-turno-reserva * 60
               - (w-hora-hh * 60 + w-hora-mm).
           IF w-min-faltan < w-horas-cancela * 60
               MOVE 1 TO w-cancela-tarde
               PERFORM 520-CALCULAR-PENALIDAD
               DISPLAY "CANCELACION CON MENOS DE " w-horas-cancela
                   " HORAS DE ANTICIPACION, PENALIDAD " w-penalidad
               DISPLAY "CONFIRMA LA CANCELACION (S/N): "
               ACCEPT w-confirma
               IF w-confirma = "s"
                   MOVE "S" TO w-confirma
               END-IF
           END-IF.

       520-CALCULAR-PENALIDAD.
           COMPUTE w-penalidad ROUNDED =
               w-rsv-arancel (w-rsv-hallada) * w-pct-penalidad / 100.

      * Una penalidad en cero (porcentaje 0) deja la marca de
      * asistencia pero no genera cargo.
       525-ASENTAR-PENALIDAD.
           PERFORM 520-CALCULAR-PENALIDAD.
           MOVE w-penalidad TO w-rsv-penalidad (w-rsv-hallada).
           IF w-penalidad > ZERO
               MOVE "P" TO w-rsv-pen-estado (w-rsv-hallada)
           ELSE
               MOVE SPACE TO w-rsv-pen-estado (w-rsv-hallada)
           END-IF.

       550-LISTAR-FECHA.
               PERFORM UNTIL w-flag-rsv = 1
                   IF rsv-fecha = w-fecha-reserva
                   AND rsv-estado NOT = "C"
                       MOVE rsv-instalacion TO w-ist-carga
                       PERFORM 600-BUSCAR-INSTALACION
                       IF w-ist-otra-sede = ZERO
                           DISPLAY "  INSTALACION " rsv-instalacion
                               " SEDE " w-ist-sede
                               " TURNO " rsv-turno
                               " LEGAJO " rsv-legajo
                               " ARANCEL " rsv-arancel
                               " ESTADO " rsv-estado
                       END-IF
                   END-IF
                   PERFORM 615-LEER-RESERVA
               END-PERFORM
               END-IF
           END-IF.

      * La porteria marca la ausencia de un turno ya empezado; pisa
      * un presente que haya dejado el registro de ingresos (el
      * socio entro al club pero no a la cancha). Si con esta
      * ausencia el socio queda bloqueado se avisa en el momento.
       560-MARCAR-AUSENCIA.
           DISPLAY "Codigo de instalacion: ".
           ACCEPT w-ist-carga.
           PERFORM 600-BUSCAR-INSTALACION.
           IF w-ist-otra-sede = 1
               DISPLAY "LA INSTALACION " w-ist-carga " ES DE LA SEDE "
                   w-ist-sede ", NO PUEDE MARCAR SUS AUSENCIAS"
           ELSE
               PERFORM 565-MARCAR-TURNO
           END-IF.

       565-MARCAR-TURNO.
           DISPLAY "Fecha (AAAAMMDD): ".
           ACCEPT w-fecha-reserva.
           DISPLAY "Turno: ".
           ACCEPT w-turno-reserva.
           IF w-fecha-reserva > w-fecha-hoy
               DISPLAY "EL TURNO TODAVIA NO PASO"
           ELSE
               PERFORM 740-CARGAR-RESERVAS
               MOVE ZERO TO w-rsv-hallada
               PERFORM VARYING w-ind-rsv FROM 1 BY 1
                       UNTIL w-ind-rsv > w-cant-rsv
                   IF w-rsv-instalacion (w-ind-rsv) = w-ist-carga
                   AND w-rsv-fecha (w-ind-rsv) = w-fecha-reserva
                   AND w-rsv-turno (w-ind-rsv) = w-turno-reserva
                   AND w-rsv-estado (w-ind-rsv) NOT = "C"
                   AND w-rsv-asistencia (w-ind-rsv) NOT = "A"
                       MOVE w-ind-rsv TO w-rsv-hallada
                   END-IF
               END-PERFORM
               IF w-rsv-hallada = ZERO
                   DISPLAY "NO HAY RESERVA SIN AUSENCIA PARA ESE TURNO"
               ELSE
                   MOVE "A" TO w-rsv-asistencia (w-rsv-hallada)
                   PERFORM 525-ASENTAR-PENALIDAD
                   MOVE w-rsv-legajo (w-rsv-hallada) TO w-legajo-carga
                   PERFORM 760-REGRABAR-RESERVAS
                   DISPLAY "AUSENCIA REGISTRADA DEL LEGAJO "
                       w-legajo-carga ", PENALIDAD " w-penalidad
                   PERFORM 660-VERIFICAR-BLOQUEO
                   IF w-bloqueado = 1
                       DISPLAY "EL SOCIO QUEDA SIN PODER RESERVAR "
                           "HASTA EL " w-fecha-desbloqueo
                   END-IF
               END-IF
           END-IF.

      * Ademas de los datos de la instalacion deja su sede, y marca
      * si es de una sede distinta de la del operador.
       600-BUSCAR-INSTALACION.
           MOVE ZERO TO w-ist-hallada.
           MOVE ZERO TO w-ist-otra-sede.
           MOVE 1 TO w-ist-sede.
           MOVE ZERO TO w-flag-ist.
           OPEN INPUT INSTALACIONES.
           IF w-status-ins = "00"
                       MOVE 1 TO w-ist-hallada
                       MOVE ist-nombre TO w-ist-nombre
                       MOVE ist-arancel TO w-ist-arancel
                       IF ist-sede IS NUMERIC AND ist-sede > ZERO
                           MOVE ist-sede TO w-ist-sede
                       END-IF
                   END-IF
                   PERFORM 610-LEER-INSTALACION
               END-PERFORM
                   CLOSE INSTALACIONES
               END-IF
           END-IF.
           IF w-ist-hallada = 1 AND w-sede-operador NOT = ZERO
           AND w-ist-sede NOT = w-sede-operador
               MOVE 1 TO w-ist-otra-sede
           END-IF.

       610-LEER-INSTALACION.
           READ INSTALACIONES AT END MOVE 1 TO w-flag-ist.
               MOVE 1 TO w-alu-encontrado
           END-IF.

      * El socio que junta el tope de ausencias dentro de un mismo
      * mes queda sin reservar desde la fecha de la ultima de ellas
      * y por los dias de bloqueo del parametro. Se cuentan las
      * ausencias del mes hasta cada una, asi que tambien bloquea
      * un mes ya cerrado si el bloqueo todavia no vencio.
       660-VERIFICAR-BLOQUEO.
           MOVE ZERO TO w-bloqueado.
           MOVE ZERO TO w-dia-desbloqueo.
           MOVE ZERO TO w-fecha-desbloqueo.
           PERFORM 740-CARGAR-RESERVAS.
           COMPUTE w-dia-hoy = FUNCTION INTEGER-OF-DATE (w-fecha-hoy).
           PERFORM VARYING w-ind-rsv FROM 1 BY 1
                   UNTIL w-ind-rsv > w-cant-rsv
               IF w-rsv-legajo (w-ind-rsv) = w-legajo-carga
               AND w-rsv-asistencia (w-ind-rsv) = "A"
                   PERFORM 665-CONTAR-AUSENCIAS-MES
               END-IF
           END-PERFORM.
           IF w-bloqueado = 1
               COMPUTE w-fecha-desbloqueo =
                   FUNCTION DATE-OF-INTEGER (w-dia-desbloqueo)
           END-IF.

       665-CONTAR-AUSENCIAS-MES.
           MOVE ZERO TO w-cant-aus.
           PERFORM VARYING w-ind-aus FROM 1 BY 1
                   UNTIL w-ind-aus > w-cant-rsv
               IF w-rsv-legajo (w-ind-aus) = w-legajo-carga
               AND w-rsv-asistencia (w-ind-aus) = "A"
               AND w-rsv-fecha (w-ind-aus) <= w-rsv-fecha (w-ind-rsv)
               AND w-rsv-fecha (w-ind-aus) / 100
                   = w-rsv-fecha (w-ind-rsv) / 100
                   ADD 1 TO w-cant-aus
               END-IF
           END-PERFORM.
           IF w-cant-aus >= w-ausencias-bloqueo
           AND w-ausencias-bloqueo > ZERO
               COMPUTE w-dia-fin = FUNCTION INTEGER-OF-DATE
                   (w-rsv-fecha (w-ind-rsv)) + w-dias-bloqueo
               IF w-dia-fin > w-dia-hoy
               AND w-dia-fin > w-dia-desbloqueo
                   MOVE 1 TO w-bloqueado
                   MOVE w-dia-fin TO w-dia-desbloqueo
               END-IF
           END-IF.

       700-VERIFICAR-TURNO.
           MOVE ZERO TO w-turno-ocupado.
           MOVE ZERO TO w-flag-rsv.
           MOVE w-legajo-carga TO rsv-legajo.
           MOVE w-ist-arancel TO rsv-arancel.
           MOVE "R" TO rsv-estado.
           MOVE ZERO TO rsv-penalidad.
           WRITE rsv-reg.
           CLOSE RESERVAS.
           DISPLAY "TURNO RESERVADO, ARANCEL " w-ist-arancel.
                       MOVE rsv-legajo TO w-rsv-legajo (w-cant-rsv)
                       MOVE rsv-arancel TO w-rsv-arancel (w-cant-rsv)
                       MOVE rsv-estado TO w-rsv-estado (w-cant-rsv)
                       MOVE rsv-asistencia
                           TO w-rsv-asistencia (w-cant-rsv)
                       MOVE rsv-pen-estado
                           TO w-rsv-pen-estado (w-cant-rsv)
                       IF rsv-penalidad IS NUMERIC
                           MOVE rsv-penalidad
                               TO w-rsv-penalidad (w-cant-rsv)
                       ELSE
                           MOVE ZERO TO w-rsv-penalidad (w-cant-rsv)
                       END-IF
                   END-IF
                   PERFORM 615-LEER-RESERVA
               END-PERFORM
               MOVE w-rsv-legajo (w-ind-rsv) TO rsv-legajo
               MOVE w-rsv-arancel (w-ind-rsv) TO rsv-arancel
               MOVE w-rsv-estado (w-ind-rsv) TO rsv-estado
               MOVE w-rsv-asistencia (w-ind-rsv) TO rsv-asistencia
               MOVE w-rsv-penalidad (w-ind-rsv) TO rsv-penalidad
               MOVE w-rsv-pen-estado (w-ind-rsv) TO rsv-pen-estado
               WRITE rsv-reg
           END-PERFORM.
           CLOSE RESERVAS.

      * La sede tiene que estar activa en sedes.txt (la mantiene
      * MantenerSedes); sin tabla cargada solo existe la sede 01.
       800-VALIDAR-SEDE.
           MOVE ZERO TO w-sede-valida.
           MOVE ZERO TO w-hay-sedes.
           MOVE ZERO TO w-flag-sed.
           MOVE SPACES TO w-sede-nombre.
           OPEN INPUT SEDES.
           IF w-status-sed = "00"
               PERFORM 805-LEER-SEDE
               PERFORM UNTIL w-flag-sed = 1
                   MOVE 1 TO w-hay-sedes
                   IF sed-codigo = w-sede-pedida
                   AND sed-estado = "A"
                       MOVE 1 TO w-sede-valida
                       MOVE sed-nombre TO w-sede-nombre
                   END-IF
                   PERFORM 805-LEER-SEDE
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

       805-LEER-SEDE.
           READ SEDES AT END MOVE 1 TO w-flag-sed.

       END PROGRAM RESERVAR-INSTALACION.
