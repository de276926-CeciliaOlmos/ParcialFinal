           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL SEDES ASSIGN TO "..\sedes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sed.
       DATA DIVISION.
       FILE SECTION.

      * Maestro de operadores: codigo, clave y perfil de permisos
      * (C = consulta solamente, O = carga, S = supervisor). AltaAlu
      * y la captura de novedades exigen iniciar sesion contra este
      * archivo. Si el operador es ademas socio del club se guarda
      * su legajo: el informe de actividad por operador lo usa para
      * senalar operaciones sobre su propio grupo familiar. Los
      * programas que solo validan la sesion no leen ese campo.
      * La sede es la del operador: uno de una sede no abre caja ni
      * reserva instalaciones de otra; con sede 00 (los del club
      * en general, como el supervisor inicial) opera en todas.
       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
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
       77  w-status-operadores pic xx value spaces.
       77  w-cod-nuevo pic x(8) value spaces.
       77  w-clave-nueva pic x(8) value spaces.
       77  w-perfil-nuevo pic x value space.
       77  w-legajo-nuevo pic 9(5) value zero.
       77  w-status-sed pic xx value spaces.
       77  w-flag-sed pic 9 value zero.
       77  w-hay-sedes pic 9 value zero.
       77  w-sede-pedida pic 9(2) value zero.
       77  w-sede-valida pic 9 value zero.
       77  w-sede-nombre pic x(30) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-cod-nuevo.
           DISPLAY "Clave: ".
           ACCEPT w-clave-nueva.
           DISPLAY "Legajo de socio del supervisor (0=no es socio): ".
           ACCEPT w-legajo-nuevo.
           OPEN OUTPUT OPERADORES.
           MOVE SPACES TO ope-reg.
           MOVE w-cod-nuevo TO ope-codigo.
           MOVE w-clave-nueva TO ope-clave.
           MOVE "S" TO ope-perfil.
           MOVE w-legajo-nuevo TO ope-legajo.
           MOVE ZERO TO ope-sede.
           WRITE ope-reg.
           CLOSE OPERADORES.
           DISPLAY "ARCHIVO DE OPERADORES CREADO".
               DISPLAY "Perfil (C=consulta / O=carga / S=supervisor): "
               ACCEPT w-perfil-nuevo
           END-PERFORM.
           DISPLAY "Legajo de socio del operador (0=no es socio): ".
           ACCEPT w-legajo-nuevo.
           MOVE ZERO TO w-sede-valida.
           PERFORM UNTIL w-sede-valida = 1
               DISPLAY "Sede del operador (0=todas las sedes): "
               ACCEPT w-sede-pedida
               IF w-sede-pedida = ZERO
                   MOVE 1 TO w-sede-valida
               ELSE
                   PERFORM 500-VALIDAR-SEDE
                   IF w-sede-valida = ZERO
                       DISPLAY "LA SEDE " w-sede-pedida
                           " NO EXISTE O ESTA DADA DE BAJA"
                   END-IF
               END-IF
           END-PERFORM.
           OPEN EXTEND OPERADORES.
           MOVE SPACES TO ope-reg.
           MOVE w-cod-nuevo TO ope-codigo.
           MOVE w-clave-nueva TO ope-clave.
           MOVE w-perfil-nuevo TO ope-perfil.
           MOVE w-legajo-nuevo TO ope-legajo.
           MOVE w-sede-pedida TO ope-sede.
           WRITE ope-reg.
           CLOSE OPERADORES.
           DISPLAY "OPERADOR " w-cod-nuevo " AGREGADO CON PERFIL "
               w-perfil-nuevo.

      * La sede tiene que estar activa en sedes.txt (la mantiene
      * MantenerSedes); sin tabla cargada solo existe la sede 01.
       500-VALIDAR-SEDE.
           MOVE ZERO TO w-sede-valida.
           MOVE ZERO TO w-hay-sedes.
           MOVE ZERO TO w-flag-sed.
           MOVE SPACES TO w-sede-nombre.
           OPEN INPUT SEDES.
           IF w-status-sed = "00"
               PERFORM 510-LEER-SEDE
               PERFORM UNTIL w-flag-sed = 1
                   MOVE 1 TO w-hay-sedes
                   IF sed-codigo = w-sede-pedida
                   AND sed-estado = "A"
                       MOVE 1 TO w-sede-valida
                       MOVE sed-nombre TO w-sede-nombre
                   END-IF
                   PERFORM 510-LEER-SEDE
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

       510-LEER-SEDE.
           READ SEDES AT END MOVE 1 TO w-flag-sed.

       END PROGRAM CREAR-OPERADORES.
