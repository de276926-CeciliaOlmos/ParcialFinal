           SELECT DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT DATOS-TEXTO ASSIGN TO "..\datos_socios.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECHAZOS ASSIGN TO "..\datos_rechazados.txt"
           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

       FD  DATOS-TEXTO.
       01  dtx-reg.
           03 dtx-cbu pic x(22).
           03 dtx-categoria pic x(2).
           03 dtx-fecha-nac pic 9(8).
      * Sede del socio; si viene en blanco el socio queda en la 01.
           03 dtx-sede pic 9(2).

       FD  RECHAZOS.
       01  rcz-reg.
       77  idx-cbu pic 9(2) value zero.
       77  w-dni-carga pic 9(8) value zero.
       77  w-flag-dat pic 9 value zero.
       77  w-nombre-norm pic x(30) value spaces.
       77  w-pos-coma pic 9(2) value zero.
       77  w-pos-ini pic 9(2) value zero.
       77  w-pos-fin pic 9(2) value zero.
      * Pesos del digito verificador del CBU (posiciones 8 y 22 en
      * cero porque son los propios verificadores).
       01  w-pesos-cbu pic x(22) value "7139713039713971397130".
               END-IF
           END-IF.

      * Por la clave alternativa de DNI solo se leen los legajos que
      * ya tienen ese DNI, sin barrer el maestro entero.
       885-VERIFICAR-DNI.
           MOVE 1 TO w-dni-ok.
           IF dtx-dni = ZERO
           ELSE
               MOVE dtx-dni TO w-dni-carga
               MOVE ZERO TO w-flag-dat
               MOVE w-dni-carga TO dat-dni
               START DATOS KEY IS = dat-dni
                   INVALID KEY MOVE 1 TO w-flag-dat
               END-START
               PERFORM UNTIL w-flag-dat = 1
                   READ DATOS NEXT
                       AT END MOVE 1 TO w-flag-dat
                       NOT AT END
                           IF dat-dni NOT = w-dni-carga
                               MOVE 1 TO w-flag-dat
                           ELSE
                               IF dat-legajo NOT = dtx-legajo
                                   MOVE ZERO TO w-dni-ok
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE dtx-fecha-alta TO dat-fecha-alta.
           MOVE dtx-cbu TO dat-cbu.
           MOVE dtx-fecha-nac TO dat-fecha-nac.
           MOVE "N" TO dat-mail-invalido.
           IF dtx-categoria = SPACES
               MOVE "AC" TO dat-categoria
           ELSE
               MOVE dtx-categoria TO dat-categoria
           END-IF.
           IF dtx-sede NUMERIC AND dtx-sede > ZERO
               MOVE dtx-sede TO dat-sede
           ELSE
               MOVE 1 TO dat-sede
           END-IF.
           PERFORM 325-NORMALIZAR-APELLIDO.

      * Apellido normalizado para la busqueda de socios: mayusculas
      * y sin blancos adelante. Si el nombre se cargo como
      * "APELLIDO, NOMBRES" es lo que esta antes de la coma; si no,
      * la ultima palabra (se carga "Nombre y apellido").
       325-NORMALIZAR-APELLIDO.
           MOVE FUNCTION UPPER-CASE (dat-nombre) TO w-nombre-norm.
           MOVE SPACES TO dat-apellido.
           MOVE ZERO TO w-pos-coma.
           INSPECT w-nombre-norm TALLYING w-pos-coma
               FOR CHARACTERS BEFORE INITIAL ",".
           IF w-pos-coma < 30
               MOVE 1 TO w-pos-ini
               PERFORM UNTIL w-pos-ini > w-pos-coma
               OR w-nombre-norm (w-pos-ini:1) NOT = SPACE
                   ADD 1 TO w-pos-ini
               END-PERFORM
               MOVE w-pos-coma TO w-pos-fin
           ELSE
               MOVE 30 TO w-pos-fin
               PERFORM UNTIL w-pos-fin = ZERO
               OR w-nombre-norm (w-pos-fin:1) NOT = SPACE
                   SUBTRACT 1 FROM w-pos-fin
               END-PERFORM
               MOVE w-pos-fin TO w-pos-ini
               PERFORM UNTIL w-pos-ini < 2
               OR w-nombre-norm (w-pos-ini - 1:1) = SPACE
                   SUBTRACT 1 FROM w-pos-ini
               END-PERFORM
           END-IF.
           IF w-pos-fin > ZERO AND w-pos-fin >= w-pos-ini
               MOVE w-nombre-norm (w-pos-ini:w-pos-fin - w-pos-ini + 1)
                   TO dat-apellido
           END-IF.

       350-RECHAZAR.
           MOVE SPACES TO rcz-reg.
