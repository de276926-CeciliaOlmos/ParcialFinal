           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL SEDES ASSIGN TO "..\sedes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sed.
       DATA DIVISION.
       FILE SECTION.

      * y el cajero. La captura de novedades asienta cada pago
      * contra la sesion abierta del operador logueado y el cierre
      * arquea cada sesion por separado. Un mismo cajero no puede
      * tener dos sesiones abiertas. Cada sesion es de una sede (la
      * del cajero); las anteriores a las sedes no la traen y son
      * de la sede 01.
       FD  CAJA-SESION.
       01  ses-reg.
           03 ses-nro pic 9(4).
           03 ses-cajero pic x(8).
           03 filler pic x value space.
           03 ses-estado pic x.
           03 filler pic x value space.
           03 ses-sede pic 9(2).

       FD  OPERADORES.
       01  ope-reg.
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

       WORKING-STORAGE SECTION.
       77  w-status-sesion pic xx value spaces.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-cajero-abierto pic 9 value zero.
       77  w-nro-abierto pic 9(4) value zero.
       77  w-sede-cajero pic 9(2) value zero.
       77  w-status-sed pic xx value spaces.
       77  w-flag-sed pic 9 value zero.
       77  w-hay-sedes pic 9 value zero.
       77  w-sede-pedida pic 9(2) value zero.
       77  w-sede-valida pic 9 value zero.
       77  w-sede-nombre pic x(30) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "LOGUEADO, VERIFIQUE EL CODIGO"
               STOP RUN
           END-IF.
           PERFORM 070-FIJAR-SEDE.
           IF w-sede-valida NOT = 1
               DISPLAY "LA SEDE " w-sede-pedida " NO EXISTE O ESTA "
                   "DADA DE BAJA, NO SE ABRE LA SESION"
               STOP RUN
           END-IF.
           PERFORM 100-REVISAR-SESIONES.
           IF w-cajero-abierto = 1
               DISPLAY "EL CAJERO " w-cajero " YA TIENE LA SESION "
               PERFORM UNTIL w-flag-ope = 1
                   IF ope-codigo = w-cajero
                       MOVE 1 TO w-cajero-valido
                       MOVE ZERO TO w-sede-cajero
                       IF ope-sede IS NUMERIC
                           MOVE ope-sede TO w-sede-cajero
                       END-IF
                   END-IF
                   PERFORM 060-LEER-OPERADOR
               END-PERFORM
       060-LEER-OPERADOR.
           READ OPERADORES AT END MOVE 1 TO w-flag-ope.

      * La caja se abre en la sede del cajero: un operador de una
      * sede no puede abrir caja en otra. Solo el operador sin sede
      * (00, los del club en general) elige la sede de la caja.
       070-FIJAR-SEDE.
           IF w-sede-cajero = ZERO
               DISPLAY "Sede de la caja (ENTER=01): "
               ACCEPT w-sede-pedida
               IF w-sede-pedida = ZERO
                   MOVE 1 TO w-sede-pedida
               END-IF
           ELSE
               MOVE w-sede-cajero TO w-sede-pedida
           END-IF.
           PERFORM 080-VALIDAR-SEDE.

      * La sede tiene que estar activa en sedes.txt (la mantiene
      * MantenerSedes); sin tabla cargada solo existe la sede 01.
       080-VALIDAR-SEDE.
           MOVE ZERO TO w-sede-valida.
           MOVE ZERO TO w-hay-sedes.
           MOVE ZERO TO w-flag-sed.
           MOVE SPACES TO w-sede-nombre.
           OPEN INPUT SEDES.
           IF w-status-sed = "00"
               PERFORM 085-LEER-SEDE
               PERFORM UNTIL w-flag-sed = 1
                   MOVE 1 TO w-hay-sedes
                   IF sed-codigo = w-sede-pedida
                   AND sed-estado = "A"
                       MOVE 1 TO w-sede-valida
                       MOVE sed-nombre TO w-sede-nombre
                   END-IF
                   PERFORM 085-LEER-SEDE
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

       085-LEER-SEDE.
           READ SEDES AT END MOVE 1 TO w-flag-sed.

      * Se recorren todas las sesiones: el correlativo nuevo es el
      * mayor usado mas uno, y de paso se controla que el cajero no
      * tenga ya una sesion abierta.
           MOVE w-fecha-hoy TO ses-fecha.
           MOVE w-cajero TO ses-cajero.
           MOVE "A" TO ses-estado.
           MOVE w-sede-pedida TO ses-sede.
           WRITE ses-reg.
           CLOSE CAJA-SESION.
           DISPLAY "SESION DE CAJA NRO " w-nro-nuevo " ABIERTA "
               "PARA EL CAJERO " w-cajero.
           DISPLAY "SEDE " w-sede-pedida " " w-sede-nombre.

       END PROGRAM ABRIR-CAJA.
