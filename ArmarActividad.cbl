           SELECT OPTIONAL CAPACIDAD ASSIGN TO "..\alu_capacidad.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-capacidad.
           SELECT OPTIONAL APTOS
                   ASSIGN TO "..\aptos_medicos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-aptos.
           SELECT OPTIONAL SEDES ASSIGN TO "..\sedes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sed.
       DATA DIVISION.
       FILE SECTION.

      * Maestro de actividades del club: cada actividad tiene su
      * arancel mensual, su cupo maximo de inscriptos y el concepto
      * de facturacion con el que GenerarCuotas arma sus cargos.
      * act-exige-apto = "S" cuando la actividad pide apto medico
      * vigente para inscribirse y para entrar (pileta, deportes de
      * contacto); en blanco o "N" no lo pide. act-sede es la sede
      * donde se dicta (sin sede cargada, la 01).
       FD  ACTIVIDADES.
       01  act-reg.
           03 act-codigo pic 9(3).
           03 act-cupo pic 9(3).
           03 filler pic x value space.
           03 act-concepto pic 9(2).
           03 filler pic x value space.
           03 act-exige-apto pic x.
           03 filler pic x value space.
           03 act-sede pic 9(2).

      * Inscripciones por actividad y legajo, con su estado:
      * A = inscripto vigente, E = en lista de espera (el cupo
           03 filler pic x value space.
           03 ins-fecha pic 9(8).

      * Aptos medicos presentados por los socios: una linea por
      * presentacion con la fecha en que se presento y la fecha en
      * que vence. Vale la de vencimiento mas lejano del legajo, asi
      * una renovacion se agrega sin tocar las anteriores.
       FD  APTOS.
       01  apt-reg.
           03 apt-legajo pic 9(5).
           03 filler pic x value space.
           03 apt-presentacion pic 9(8).
           03 filler pic x value space.
           03 apt-vencimiento pic 9(8).
           03 filler pic x value space.
           03 apt-fecha-carga pic 9(8).

       FD  CAPACIDAD.
       01  cap-reg.
           03 cap-capacidad-total pic 9(5).
           03 cap-fin-area-primaria pic 9(5).

       FD  SEDES.
       01  sed-reg.
           03 sed-codigo pic 9(2).
           03 filler pic x value space.
           03 sed-nombre pic x(30).
           03 filler pic x value space.
           03 sed-domicilio pic x(30).
           03 filler pic x value space.
           03 sed-estado pic x.

       WORKING-STORAGE SECTION.
       77  w-status-sed pic xx value spaces.
       77  w-flag-sed pic 9 value zero.
       77  w-hay-sedes pic 9 value zero.
       77  w-sede-pedida pic 9(2) value zero.
       77  w-sede-valida pic 9 value zero.
       77  w-sede-nombre pic x(30) value spaces.
       01  rel-nro pic 9(5).
       77  w-status-act pic xx value spaces.
       77  w-status-ins pic xx value spaces.
       77  w-status-capacidad pic xx value spaces.
       77  w-status-aptos pic xx value spaces.
       77  w-flag-aptos pic 9 value zero.
       77  w-flag-act pic 9 value zero.
       77  w-flag-ins pic 9 value zero.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 8.
       77  w-act-carga pic 9(3) value zero.
       77  w-act-hallada pic 9 value zero.
       77  w-act-nombre pic x(20) value spaces.
       77  w-act-arancel pic 9(8) value zero.
       77  w-act-cupo pic 9(3) value zero.
       77  w-act-concepto pic 9(2) value zero.
       77  w-act-exige-apto pic x value space.
       77  w-apt-presentacion pic 9(8) value zero.
       77  w-apt-vencimiento pic 9(8) value zero.
       77  w-cant-act pic 9(3) value zero.
       77  w-ind-act pic 9(3) value zero.
       77  w-legajo-carga pic 9(5) value zero.
       77  w-cant-vigentes pic 9(3) value zero.
       77  w-cant-espera pic 9(3) value zero.
               05 w-ins-legajo pic 9(5).
               05 w-ins-estado pic x.
               05 w-ins-fecha pic 9(8).
       01  w-tab-actividades.
           03 w-tab-act occurs 300.
               05 w-tact-reg pic x(45).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "  3- INSCRIBIR SOCIO".
           DISPLAY "  4- BAJA DE INSCRIPCION".
           DISPLAY "  5- LISTAR INSCRIPTOS DE UNA ACTIVIDAD".
           DISPLAY "  6- EXIGENCIA DE APTO MEDICO DE UNA ACTIVIDAD".
           DISPLAY "  7- REGISTRAR APTO MEDICO DE UN SOCIO".
           DISPLAY "  8- SALIR".
           ACCEPT w-llave-menu.

       250-PROCESO.
                           IF w-llave-menu = 5
                               PERFORM 550-LISTAR-INSCRIPTOS
                           ELSE
                               IF w-llave-menu = 6
                                   PERFORM 800-EXIGENCIA-APTO
                               ELSE
                                   IF w-llave-menu = 7
                                       PERFORM 850-REGISTRAR-APTO
                                   ELSE
                                       DISPLAY "OPCION INVALIDA"
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                           "SE USA EL 03"
                       MOVE 3 TO w-act-concepto
                   END-IF
                   DISPLAY "Exige apto medico (S/N, ENTER=N): "
                   ACCEPT w-act-exige-apto
                   IF w-act-exige-apto = "s"
                       MOVE "S" TO w-act-exige-apto
                   END-IF
                   IF w-act-exige-apto NOT = "S"
                       MOVE "N" TO w-act-exige-apto
                   END-IF
                   MOVE ZERO TO w-sede-valida
                   PERFORM UNTIL w-sede-valida = 1
                       DISPLAY "Sede donde se dicta (ENTER=01): "
                       MOVE ZERO TO w-sede-pedida
                       ACCEPT w-sede-pedida
                       IF w-sede-pedida = ZERO
                           MOVE 1 TO w-sede-pedida
                       END-IF
                       PERFORM 880-VALIDAR-SEDE
                       IF w-sede-valida = ZERO
                           DISPLAY "SEDE INEXISTENTE O DADA DE BAJA, "
                               "REINGRESE"
                       END-IF
                   END-PERFORM
                   PERFORM 620-GRABAR-ACTIVIDAD
                   DISPLAY "ACTIVIDAD " w-act-carga " CREADA"
               END-IF
                       " ARANCEL " act-arancel
                       " CUPO " act-cupo
                       " CONCEPTO " act-concepto
                       " APTO " act-exige-apto
                       " SEDE " act-sede
                       " VIGENTES " w-cant-vigentes
                       " EN ESPERA " w-cant-espera
                   PERFORM 610-LEER-ACTIVIDAD
      * La inscripcion valida el legajo contra el padron con la
      * misma busqueda por hash que ArmarGrupo; con el cupo completo
      * el socio queda en lista de espera y no se le facturara la
      * actividad hasta pasar a vigente. Si la actividad exige apto
      * medico, el socio debe tener uno presentado que no venza
      * antes de hoy.
       400-INSCRIBIR.
           DISPLAY "Codigo de actividad: ".
           ACCEPT w-act-carga.
                       DISPLAY "EL LEGAJO YA ESTA INSCRIPTO O EN "
                           "ESPERA EN ESTA ACTIVIDAD"
                   ELSE
                       IF w-act-exige-apto = "S"
                           PERFORM 870-BUSCAR-APTO
                       END-IF
                       IF w-act-exige-apto = "S"
                       AND w-apt-vencimiento < w-fecha-hoy
                           IF w-apt-vencimiento = ZERO
                               DISPLAY "LA ACTIVIDAD EXIGE APTO "
                                   "MEDICO Y EL SOCIO NO LO PRESENTO"
                           ELSE
                               DISPLAY "LA ACTIVIDAD EXIGE APTO "
                                   "MEDICO Y EL DEL SOCIO VENCIO EL "
                                   w-apt-vencimiento
                           END-IF
                       ELSE
                           PERFORM 720-GRABAR-INSCRIPCION
                       END-IF
                   END-IF
               END-IF
           END-IF.
                       MOVE act-arancel TO w-act-arancel
                       MOVE act-cupo TO w-act-cupo
                       MOVE act-concepto TO w-act-concepto
                       MOVE act-exige-apto TO w-act-exige-apto
                   END-IF
                   PERFORM 610-LEER-ACTIVIDAD
               END-PERFORM
           MOVE w-act-arancel TO act-arancel.
           MOVE w-act-cupo TO act-cupo.
           MOVE w-act-concepto TO act-concepto.
           MOVE w-act-exige-apto TO act-exige-apto.
           MOVE w-sede-pedida TO act-sede.
           WRITE act-reg.
           CLOSE ACTIVIDADES.

           END-PERFORM.
           CLOSE INSCRIPCIONES.

      * Marca o desmarca la exigencia de apto medico de una
      * actividad existente; actividades.txt se rescribe entero
      * desde la tabla, como las inscripciones.
       800-EXIGENCIA-APTO.
           DISPLAY "Codigo de actividad: ".
           ACCEPT w-act-carga.
           PERFORM 600-BUSCAR-ACTIVIDAD.
           IF w-act-hallada = ZERO
               DISPLAY "LA ACTIVIDAD " w-act-carga " NO EXISTE"
           ELSE
               DISPLAY "EXIGE APTO ACTUALMENTE: " w-act-exige-apto
               DISPLAY "Exige apto medico (S/N): "
               ACCEPT w-act-exige-apto
               IF w-act-exige-apto = "s"
                   MOVE "S" TO w-act-exige-apto
               END-IF
               IF w-act-exige-apto NOT = "S"
                   MOVE "N" TO w-act-exige-apto
               END-IF
               PERFORM 810-CARGAR-ACTIVIDADES
               PERFORM 820-REGRABAR-ACTIVIDADES
               DISPLAY "ACTIVIDAD " w-act-carga " EXIGE APTO: "
                   w-act-exige-apto
           END-IF.

       810-CARGAR-ACTIVIDADES.
           MOVE ZERO TO w-cant-act.
           MOVE ZERO TO w-flag-act.
           OPEN INPUT ACTIVIDADES.
           IF w-status-act = "00"
               PERFORM 610-LEER-ACTIVIDAD
               PERFORM UNTIL w-flag-act = 1
                   IF w-cant-act < 300
                       IF act-codigo = w-act-carga
                           MOVE w-act-exige-apto TO act-exige-apto
                       END-IF
                       ADD 1 TO w-cant-act
                       MOVE act-reg TO w-tact-reg (w-cant-act)
                   END-IF
                   PERFORM 610-LEER-ACTIVIDAD
               END-PERFORM
               CLOSE ACTIVIDADES
           ELSE
               IF w-status-act = "05"
                   CLOSE ACTIVIDADES
               END-IF
           END-IF.

       820-REGRABAR-ACTIVIDADES.
           OPEN OUTPUT ACTIVIDADES.
           PERFORM VARYING w-ind-act FROM 1 BY 1
                   UNTIL w-ind-act > w-cant-act
               MOVE w-tact-reg (w-ind-act) TO act-reg
               WRITE act-reg
           END-PERFORM.
           CLOSE ACTIVIDADES.

      * Alta de la presentacion de un apto medico: la fecha de
      * vencimiento no puede ser anterior a la de presentacion.
       850-REGISTRAR-APTO.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-legajo-carga.
           PERFORM 640-VALIDAR-LEGAJO.
           IF NOT alu-fue-encontrado
               DISPLAY "EL LEGAJO NO EXISTE O ESTA DADO DE BAJA"
           ELSE
               PERFORM 870-BUSCAR-APTO
               IF w-apt-vencimiento NOT = ZERO
                   DISPLAY "APTO ACTUAL PRESENTADO EL "
                       w-apt-presentacion " VENCE EL "
                       w-apt-vencimiento
               END-IF
               DISPLAY "Fecha de presentacion AAAAMMDD (ENTER=hoy): "
               ACCEPT w-apt-presentacion
               IF w-apt-presentacion = ZERO
                   MOVE w-fecha-hoy TO w-apt-presentacion
               END-IF
               DISPLAY "Fecha de vencimiento AAAAMMDD: "
               ACCEPT w-apt-vencimiento
               IF w-apt-vencimiento < w-apt-presentacion
                   DISPLAY "EL VENCIMIENTO ES ANTERIOR A LA "
                       "PRESENTACION, NO SE REGISTRA"
               ELSE
                   OPEN EXTEND APTOS
                   MOVE SPACES TO apt-reg
                   MOVE w-legajo-carga TO apt-legajo
                   MOVE w-apt-presentacion TO apt-presentacion
                   MOVE w-apt-vencimiento TO apt-vencimiento
                   MOVE w-fecha-hoy TO apt-fecha-carga
                   WRITE apt-reg
                   CLOSE APTOS
                   DISPLAY "APTO REGISTRADO HASTA EL "
                       w-apt-vencimiento
               END-IF
           END-IF.

      * Deja en w-apt-vencimiento el vencimiento mas lejano de los
      * aptos presentados por el legajo (cero si no presento).
       870-BUSCAR-APTO.
           MOVE ZERO TO w-apt-presentacion.
           MOVE ZERO TO w-apt-vencimiento.
           MOVE ZERO TO w-flag-aptos.
           OPEN INPUT APTOS.
           IF w-status-aptos = "00"
               PERFORM 875-LEER-APTO
               PERFORM UNTIL w-flag-aptos = 1
                   IF apt-legajo = w-legajo-carga
                   AND apt-vencimiento > w-apt-vencimiento
                       MOVE apt-presentacion TO w-apt-presentacion
                       MOVE apt-vencimiento TO w-apt-vencimiento
                   END-IF
                   PERFORM 875-LEER-APTO
               END-PERFORM
               CLOSE APTOS
           ELSE
               IF w-status-aptos = "05"
                   CLOSE APTOS
               END-IF
           END-IF.

       875-LEER-APTO.
           READ APTOS AT END MOVE 1 TO w-flag-aptos.

      * La sede tiene que estar activa en sedes.txt (la mantiene
      * MantenerSedes); sin tabla cargada solo existe la sede 01.
       880-VALIDAR-SEDE.
           MOVE ZERO TO w-sede-valida.
           MOVE ZERO TO w-hay-sedes.
           MOVE ZERO TO w-flag-sed.
           MOVE SPACES TO w-sede-nombre.
           OPEN INPUT SEDES.
           IF w-status-sed = "00"
               PERFORM 885-LEER-SEDE
               PERFORM UNTIL w-flag-sed = 1
                   MOVE 1 TO w-hay-sedes
                   IF sed-codigo = w-sede-pedida
                   AND sed-estado = "A"
                       MOVE 1 TO w-sede-valida
                       MOVE sed-nombre TO w-sede-nombre
                   END-IF
                   PERFORM 885-LEER-SEDE
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

       885-LEER-SEDE.
           READ SEDES AT END MOVE 1 TO w-flag-sed.

       END PROGRAM ARMAR-ACTIVIDAD.
