                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JUDICIALES ASSIGN TO "..\judiciales.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-judiciales.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
       DATA DIVISION.
       FILE SECTION.

           03 filler pic x value space.
           03 aud-operador pic x(8).

      * Cartera derivada a gestion judicial (la mantiene
      * GestionJudicial): con un caso abierto (D derivado o A
      * acuerdo) la baja solo se liquida con autorizacion de
      * supervisor.
       FD  JUDICIALES.
       01  jud-reg.
           03 jud-legajo pic 9(5).
           03 filler pic x value space.
           03 jud-fecha-deriv pic 9(8).
           03 filler pic x value space.
           03 jud-estudio pic x(20).
           03 filler pic x value space.
           03 jud-deuda pic 9(10).
           03 filler pic x value space.
           03 jud-estado pic x.
           03 filler pic x value space.
           03 jud-fecha-res pic 9(8).
           03 filler pic x value space.
           03 jud-importe-res pic 9(10).
           03 filler pic x value space.
           03 jud-operador pic x(8).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 filler pic x value space.
           03 ope-clave pic x(8).
           03 filler pic x value space.
           03 ope-perfil pic x.

       WORKING-STORAGE SECTION.
       77  w-status-judiciales pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-jud pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-en-judicial pic 9 value zero.
       77  w-estudio pic x(20) value spaces.
       77  w-sup-codigo pic x(8) value spaces.
       77  w-sup-clave pic x(8) value spaces.
       77  w-sup-ok pic 9 value zero.
       01  rel-nro pic 9(5).
       77  w-status-capacidad pic xx value spaces.
       77  w-fin-area-primaria pic 9(5) value 70.
           END-IF.
           MOVE alu-saldo-favor TO w-saldo-favor.
           CLOSE ALUMNOS.
           PERFORM 150-VERIFICAR-JUDICIAL.
           IF w-en-judicial = 1 AND w-sup-ok NOT = 1
               DISPLAY "SIN AUTORIZACION DE SUPERVISOR NO SE LIQUIDA "
               DISPLAY "LA BAJA DE UN SOCIO EN GESTION JUDICIAL"
               STOP RUN
           END-IF.
           OPEN I-O CUOTAS.
           OPEN EXTEND BITACORA.
           PERFORM 200-LIQUIDAR-CUOTAS.
       110-LEER-ALU.
           READ ALUMNOS.

      * La deuda de un socio en gestion judicial la maneja el
      * estudio: anular sus cargos pide las credenciales de un
      * supervisor en el momento y la autorizacion queda en la
      * auditoria.
       150-VERIFICAR-JUDICIAL.
           MOVE ZERO TO w-en-judicial.
           MOVE ZERO TO w-flag-jud.
           OPEN INPUT JUDICIALES.
           IF w-status-judiciales = "00"
               PERFORM 155-LEER-JUDICIAL
               PERFORM UNTIL w-flag-jud = 1
                   IF jud-legajo = w-alu-ant
                   AND (jud-estado = "D" OR jud-estado = "A")
                       MOVE 1 TO w-en-judicial
                       MOVE jud-estudio TO w-estudio
                   END-IF
                   PERFORM 155-LEER-JUDICIAL
               END-PERFORM
               CLOSE JUDICIALES
           ELSE
               IF w-status-judiciales = "05"
                   CLOSE JUDICIALES
               END-IF
           END-IF.
           IF w-en-judicial = 1
               DISPLAY "EL SOCIO ESTA EN GESTION JUDICIAL (ESTUDIO "
                   w-estudio ")"
               PERFORM 160-AUTORIZAR-SUPERVISOR
               IF w-sup-ok = 1
                   PERFORM 170-ASENTAR-AUTORIZACION
               END-IF
           END-IF.

       155-LEER-JUDICIAL.
           READ JUDICIALES AT END MOVE 1 TO w-flag-jud.

       160-AUTORIZAR-SUPERVISOR.
           MOVE ZERO TO w-sup-ok.
           DISPLAY "Codigo de supervisor que autoriza: ".
           ACCEPT w-sup-codigo.
           DISPLAY "Clave: ".
           ACCEPT w-sup-clave.
           MOVE ZERO TO w-flag-ope.
           OPEN INPUT OPERADORES.
           IF w-status-operadores = "00"
               PERFORM 165-LEER-OPERADOR
               PERFORM UNTIL w-flag-ope = 1
                   IF ope-codigo = w-sup-codigo
                   AND ope-clave = w-sup-clave
                   AND ope-perfil = "S"
                       MOVE 1 TO w-sup-ok
                   END-IF
                   PERFORM 165-LEER-OPERADOR
               END-PERFORM
               CLOSE OPERADORES
           ELSE
               IF w-status-operadores = "05"
                   CLOSE OPERADORES
               END-IF
           END-IF.

       165-LEER-OPERADOR.
           READ OPERADORES AT END MOVE 1 TO w-flag-ope.

       170-ASENTAR-AUTORIZACION.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-alu-ant TO aud-legajo.
           MOVE "LIQUIDACION" TO aud-operacion.
           MOVE "AUT. JUDICIAL" TO aud-resultado.
           MOVE w-fecha-proceso TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE w-sup-codigo TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

      * Los cargos impagos con vencimiento posterior a la fecha de
      * la liquidacion se anulan con estado "N" y deuda en cero:
      * dejan de entrar a intimaciones, debitos y aging, sin tocar
           MOVE cuo-pagado TO bit-pag-nue.
           MOVE cuo-debe TO bit-debe-nue.
           MOVE "LiquidarBaja" TO bit-programa.
           IF w-sup-ok = 1
               MOVE w-sup-codigo TO bit-operador
           ELSE
               MOVE SPACES TO bit-operador
           END-IF.
           MOVE w-fecha-proceso TO bit-fecha.
           ACCEPT bit-hora FROM TIME.
           WRITE bit-reg.
