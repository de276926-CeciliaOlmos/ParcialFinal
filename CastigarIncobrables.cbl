      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTIGAR-INCOBRABLES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL TRABA ASSIGN TO "..\traba_uso.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-traba.
           SELECT OPTIONAL BITACORA
                   ASSIGN TO "..\cuotas_bitacora.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTA ASSIGN TO "..\acta_castigo.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

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
      * Clave alternativa por periodo (anio, cuota, alumno) para
      * los procesos masivos de un solo periodo: se mantiene como
      * copia redundante de la clave primaria y se carga al grabar
      * el registro (CuotaTexAindex / conversion).
           03 cuo-llave-periodo.
               05 cuo-per-anio pic 9(4).
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

      * Maestro unico de parametros (lo mantiene
      * MantenerParametros): DIAS-INCOBRABLE es la antiguedad en
      * dias desde el vencimiento a partir de la cual una cuota
      * impaga se castiga; sin parametro se toman dos anios.
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 filler pic x value space.
           03 ope-clave pic x(8).
           03 filler pic x value space.
           03 ope-perfil pic x.

      * Traba de uso exclusivo entre las sesiones interactivas y el
      * proceso nocturno: un registro "N" marca el nocturno en curso,
      * un registro "I" por cada sesion interactiva abierta.
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

       FD  BITACORA.
       01  bit-reg.
           03 bit-legajo pic 9(5).
           03 filler pic x value space.
           03 bit-cuota pic 9(2).
           03 filler pic x value space.
           03 bit-anio pic 9(4).
           03 filler pic x value space.
           03 bit-est-ant pic x.
           03 filler pic x value space.
           03 bit-imp-ant pic 9(8).
           03 filler pic x value space.
           03 bit-pag-ant pic 9(8).
           03 filler pic x value space.
           03 bit-debe-ant pic 9(8).
           03 filler pic x value space.
           03 bit-est-nue pic x.
           03 filler pic x value space.
           03 bit-imp-nue pic 9(8).
           03 filler pic x value space.
           03 bit-pag-nue pic 9(8).
           03 filler pic x value space.
           03 bit-debe-nue pic 9(8).
           03 filler pic x value space.
           03 bit-programa pic x(15).
           03 filler pic x value space.
           03 bit-operador pic x(8).
           03 filler pic x value space.
           03 bit-fecha pic 9(8).
           03 filler pic x value space.
           03 bit-hora pic 9(8).

      * Movimientos de deuda incobrable: "K" castigo (lo graba este
      * programa) y "R" recupero (lo graba ParcialFinal al cobrar
      * una cuota castigada). GenerarAsientos arma con ellos el
      * asiento de prevision y el de recupero del dia.
       FD  CASTIGOS.
       01  cas-reg.
           03 cas-tipo pic x.
           03 filler pic x value space.
           03 cas-legajo pic 9(5).
           03 filler pic x value space.
           03 cas-cuota pic 9(2).
           03 filler pic x value space.
           03 cas-anio pic 9(4).
           03 filler pic x value space.
           03 cas-concepto pic 9(2).
           03 filler pic x value space.
           03 cas-importe pic 9(8).
           03 filler pic x value space.
           03 cas-fecha pic 9(8).
           03 filler pic x value space.
           03 cas-operador pic x(8).

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

       FD  ACTA.
       01  act-linea pic x(80).

       WORKING-STORAGE SECTION.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-status-traba pic xx value spaces.
       77  w-flag-cuota pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-flag-tra pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-traba-ok pic 9 value zero.
       77  w-traba-propia pic 9 value zero.
       77  w-traba-fecha pic 9(8) value zero.
       77  w-traba-hora pic 9(8) value zero.
       77  w-cant-trabas pic 9(2) value zero.
       77  w-ind-tra pic 9(2) value zero.
       01  w-tab-trabas.
           03 w-tab-traba pic x(45) occurs 20.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-dias-incobrable pic 9(5) value 730.
       77  w-int-limite pic 9(7) value zero.
       77  w-fecha-limite pic 9(8) value zero.
       77  w-confirma pic x value space.
       77  w-cant-candidatas pic 9(6) value zero.
       77  w-tot-candidato pic 9(12) value zero.
       77  w-cant-castigadas pic 9(6) value zero.
       77  w-tot-castigado pic 9(12) value zero.
       77  w-cant-socios pic 9(5) value zero.
       77  w-alu-corte pic 9(5) value zero.
       77  w-hay-socio pic 9 value zero.
       77  w-tot-socio pic 9(10) value zero.
       77  w-bit-est-ant pic x value space.
       77  w-bit-imp-ant pic 9(8) value zero.
       77  w-bit-pag-ant pic 9(8) value zero.
       77  w-bit-debe-ant pic 9(8) value zero.
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cabecera.
           03 filler pic x(6) value "LEGAJO".
           03 filler pic x(4) value spaces.
           03 filler pic x(10) value "CUOTA/ANIO".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "VENCIM. ".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "   IMPORTE".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value " CASTIGADO".
       01  lin-detalle.
           03 l-legajo pic z(5).
           03 filler pic x(5) value spaces.
           03 l-cuota pic 99.
           03 filler pic x value "/".
           03 l-anio pic 9(4).
           03 filler pic x(5) value spaces.
           03 l-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-importe pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 l-debe pic zz.zzz.zz9.
       01  lin-subtotal.
           03 filler pic x(10) value spaces.
           03 filler pic x(28) value "TOTAL CASTIGADO DEL SOCIO".
           03 filler pic x(12) value spaces.
           03 l-sub-total pic z.zzz.zzz.zz9.
       77  l-total pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           IF w-perfil NOT = "S"
               DISPLAY "EL CASTIGO DE DEUDA INCOBRABLE REQUIERE "
               DISPLAY "PERFIL DE SUPERVISOR"
               STOP RUN
           END-IF.
           PERFORM 010-TOMAR-TRABA.
           IF w-traba-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 100-LEER-PARAMETROS-SIS.
           COMPUTE w-int-limite =
               FUNCTION INTEGER-OF-DATE(w-fecha-proceso)
               - w-dias-incobrable.
           COMPUTE w-fecha-limite =
               FUNCTION DATE-OF-INTEGER(w-int-limite).
           OPEN I-O CUOTAS.
           IF w-status-cuotas NOT = "00"
               DISPLAY "NO SE PUDO ABRIR cuotas.dat, ESTADO "
                   w-status-cuotas
               PERFORM 830-SOLTAR-TRABA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-RELEVAR-CANDIDATAS.
           DISPLAY "CUOTAS IMPAGAS VENCIDAS ANTES DEL " w-fecha-limite
               " (" w-dias-incobrable " DIAS): " w-cant-candidatas.
           DISPLAY "DEUDA A CASTIGAR: " w-tot-candidato.
           IF w-cant-candidatas = ZERO
               DISPLAY "NO HAY CUOTAS PARA CASTIGAR"
           ELSE
               DISPLAY "CONFIRMA EL CASTIGO (S/N): "
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM 300-CASTIGAR
               ELSE
                   DISPLAY "CASTIGO CANCELADO, NO SE TOCO NADA"
               END-IF
           END-IF.
           CLOSE CUOTAS.
           PERFORM 830-SOLTAR-TRABA.
           STOP RUN.

      * Traba de uso exclusivo con el proceso nocturno: si la marca
      * "N" esta activa los maestros estan tomados y la sesion no se
      * abre; si esta libre queda asentada la sesion propia para que
      * el nocturno no arranque mientras se castiga.
       010-TOMAR-TRABA.
           MOVE ZERO TO w-cant-trabas.
           MOVE ZERO TO w-flag-tra.
           MOVE 1 TO w-traba-ok.
           OPEN INPUT TRABA.
           IF w-status-traba = "00"
               PERFORM 015-LEER-TRABA
               PERFORM UNTIL w-flag-tra = 1
                   IF tra-tipo = "N"
                       MOVE ZERO TO w-traba-ok
                       DISPLAY "PROCESO NOCTURNO EN CURSO DESDE "
                           tra-fecha " " tra-hora
                       DISPLAY "LOS MAESTROS ESTAN TOMADOS, "
                           "REINTENTE CUANDO TERMINE"
                   ELSE
                       IF w-cant-trabas < 20
                           ADD 1 TO w-cant-trabas
                           MOVE tra-reg
                               TO w-tab-traba (w-cant-trabas)
                       END-IF
                   END-IF
                   PERFORM 015-LEER-TRABA
               END-PERFORM
               CLOSE TRABA
           ELSE
               IF w-status-traba = "05"
                   CLOSE TRABA
               END-IF
           END-IF.
           IF w-traba-ok = 1
               ACCEPT w-traba-fecha FROM DATE YYYYMMDD
               ACCEPT w-traba-hora FROM TIME
               OPEN OUTPUT TRABA
               PERFORM VARYING w-ind-tra FROM 1 BY 1
                       UNTIL w-ind-tra > w-cant-trabas
                   MOVE w-tab-traba (w-ind-tra) TO tra-reg
                   WRITE tra-reg
               END-PERFORM
               MOVE SPACES TO tra-reg
               MOVE "I" TO tra-tipo
               MOVE "CastigarIncobrab" TO tra-programa
               MOVE w-operador TO tra-operador
               MOVE w-traba-fecha TO tra-fecha
               MOVE w-traba-hora TO tra-hora
               WRITE tra-reg
               CLOSE TRABA
           END-IF.

       015-LEER-TRABA.
           READ TRABA AT END MOVE 1 TO w-flag-tra.

       020-INICIAR-SESION.
           OPEN INPUT OPERADORES.
           IF w-status-operadores NOT = "00"
               IF w-status-operadores = "05"
                   CLOSE OPERADORES
               END-IF
               DISPLAY "NO EXISTE EL ARCHIVO DE OPERADORES: CORRA "
               DISPLAY "CrearOperadores ANTES DE USAR ESTE PROGRAMA"
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
               IF w-login-ok = ZERO
                   DISPLAY "DEMASIADOS INTENTOS, FINALIZANDO"
               END-IF
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
                   MOVE ope-perfil TO w-perfil
               END-IF
               PERFORM 035-LEER-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES.

       035-LEER-OPERADOR.
           READ OPERADORES AT END MOVE 1 TO w-flag-ope.

       100-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 110-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "DIAS-INCOBRABLE"
                       COMPUTE w-dias-incobrable =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   PERFORM 110-LEER-PARSIS
               END-PERFORM
               CLOSE PARAMETROS-SIS
           ELSE
               IF w-status-parsis = "05"
                   CLOSE PARAMETROS-SIS
               END-IF
           END-IF.
           IF w-dias-incobrable = ZERO
               MOVE 730 TO w-dias-incobrable
           END-IF.

       110-LEER-PARSIS.
           READ PARAMETROS-SIS AT END MOVE 1 TO w-flag-parsis.

      * Primera pasada solo de lectura: cuantas cuotas y cuanta
      * deuda se castigarian, para que el supervisor confirme antes
      * de tocar nada.
       200-RELEVAR-CANDIDATAS.
           PERFORM 250-POSICIONAR.
           PERFORM UNTIL w-flag-cuota = 1
               IF cuo-estado = "I" AND cuo-debe > ZERO
               AND cuo-fecha < w-fecha-limite
                   ADD 1 TO w-cant-candidatas
                   ADD cuo-debe TO w-tot-candidato
               END-IF
               PERFORM 260-LEER-CUOTA
           END-PERFORM.

       250-POSICIONAR.
           MOVE ZERO TO w-flag-cuota.
           MOVE ZERO TO cuo-alumno.
           MOVE ZERO TO cuo-cuota.
           MOVE ZERO TO cuo-anio.
           START CUOTAS KEY IS >= cuota-llave
               INVALID KEY MOVE 1 TO w-flag-cuota
           END-START.
           IF w-flag-cuota NOT = 1
               PERFORM 260-LEER-CUOTA
           END-IF.

       260-LEER-CUOTA.
           READ CUOTAS NEXT AT END MOVE 1 TO w-flag-cuota.

      * La cuota castigada pasa a estado "K" (incobrable) y conserva
      * su deuda: deja de contar como impaga para el estado del
      * socio, el aging, los tableros y el padron, pero si el socio
      * despues paga, ParcialFinal la recupera contra esa deuda.
      * Cada castigo deja imagen en la bitacora, un registro "K" en
      * castigos.txt para el asiento y su renglon en el acta.
       300-CASTIGAR.
           OPEN EXTEND BITACORA.
           OPEN EXTEND CASTIGOS.
           OPEN OUTPUT ACTA.
           PERFORM 500-ENCABEZAR-ACTA.
           PERFORM 250-POSICIONAR.
           PERFORM UNTIL w-flag-cuota = 1
               IF cuo-estado = "I" AND cuo-debe > ZERO
               AND cuo-fecha < w-fecha-limite
                   PERFORM 350-CASTIGAR-CUOTA
               END-IF
               PERFORM 260-LEER-CUOTA
           END-PERFORM.
           IF w-hay-socio = 1
               PERFORM 550-CERRAR-SOCIO
           END-IF.
           PERFORM 600-CERRAR-ACTA.
           CLOSE BITACORA.
           CLOSE CASTIGOS.
           CLOSE ACTA.
           PERFORM 650-ASENTAR-AUDITORIA.
           DISPLAY "CUOTAS CASTIGADAS: " w-cant-castigadas
               " DE " w-cant-socios " SOCIOS".
           DISPLAY "IMPORTE CASTIGADO: " w-tot-castigado.
           DISPLAY "ACTA EN acta_castigo.txt".

       350-CASTIGAR-CUOTA.
           IF w-hay-socio = 1 AND cuo-alumno NOT = w-alu-corte
               PERFORM 550-CERRAR-SOCIO
           END-IF.
           IF w-hay-socio = ZERO
               MOVE cuo-alumno TO w-alu-corte
               MOVE 1 TO w-hay-socio
           END-IF.
           MOVE cuo-estado TO w-bit-est-ant.
           MOVE cuo-importe TO w-bit-imp-ant.
           MOVE cuo-pagado TO w-bit-pag-ant.
           MOVE cuo-debe TO w-bit-debe-ant.
           MOVE "K" TO cuo-estado.
           REWRITE cuo-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR LA CUOTA " cuo-alumno
                       " " cuo-cuota "/" cuo-anio
               NOT INVALID KEY
                   PERFORM 400-ASENTAR-BITACORA
                   PERFORM 420-GRABAR-CASTIGO
                   PERFORM 450-LINEA-ACTA
           END-REWRITE.

       400-ASENTAR-BITACORA.
           MOVE SPACES TO bit-reg.
           MOVE cuo-alumno TO bit-legajo.
           MOVE cuo-cuota TO bit-cuota.
           MOVE cuo-anio TO bit-anio.
           MOVE w-bit-est-ant TO bit-est-ant.
           MOVE w-bit-imp-ant TO bit-imp-ant.
           MOVE w-bit-pag-ant TO bit-pag-ant.
           MOVE w-bit-debe-ant TO bit-debe-ant.
           MOVE cuo-estado TO bit-est-nue.
           MOVE cuo-importe TO bit-imp-nue.
           MOVE cuo-pagado TO bit-pag-nue.
           MOVE cuo-debe TO bit-debe-nue.
           MOVE "CastigarIncobr" TO bit-programa.
           MOVE w-operador TO bit-operador.
           MOVE w-fecha-proceso TO bit-fecha.
           ACCEPT bit-hora FROM TIME.
           WRITE bit-reg.

       420-GRABAR-CASTIGO.
           MOVE SPACES TO cas-reg.
           MOVE "K" TO cas-tipo.
           MOVE cuo-alumno TO cas-legajo.
           MOVE cuo-cuota TO cas-cuota.
           MOVE cuo-anio TO cas-anio.
           MOVE cuo-concepto TO cas-concepto.
           MOVE cuo-debe TO cas-importe.
           MOVE w-fecha-proceso TO cas-fecha.
           MOVE w-operador TO cas-operador.
           WRITE cas-reg.

       450-LINEA-ACTA.
           MOVE cuo-alumno TO l-legajo.
           MOVE cuo-cuota TO l-cuota.
           MOVE cuo-anio TO l-anio.
           MOVE cuo-fecha TO l-fecha.
           MOVE cuo-importe TO l-importe.
           MOVE cuo-debe TO l-debe.
           WRITE act-linea FROM lin-detalle.
           ADD cuo-debe TO w-tot-socio.
           ADD cuo-debe TO w-tot-castigado.
           ADD 1 TO w-cant-castigadas.

       500-ENCABEZAR-ACTA.
           MOVE "ACTA DE CASTIGO DE DEUDA INCOBRABLE" TO act-linea.
           WRITE act-linea.
           WRITE act-linea FROM lin-guarda.
           MOVE SPACES TO act-linea.
           STRING "FECHA: " w-fecha-proceso "   SUPERVISOR: "
               w-operador DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           MOVE SPACES TO act-linea.
           STRING "CUOTAS IMPAGAS CON VENCIMIENTO ANTERIOR AL "
               w-fecha-limite " (" w-dias-incobrable " DIAS)"
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           WRITE act-linea FROM lin-guarda.
           WRITE act-linea FROM lin-cabecera.
           WRITE act-linea FROM lin-guarda.

       550-CERRAR-SOCIO.
           MOVE w-tot-socio TO l-sub-total.
           WRITE act-linea FROM lin-subtotal.
           MOVE SPACES TO act-linea.
           WRITE act-linea.
           ADD 1 TO w-cant-socios.
           MOVE ZERO TO w-tot-socio.
           MOVE ZERO TO w-hay-socio.

       600-CERRAR-ACTA.
           WRITE act-linea FROM lin-guarda.
           MOVE SPACES TO act-linea.
           STRING "SOCIOS ALCANZADOS: " w-cant-socios
               "   CUOTAS CASTIGADAS: " w-cant-castigadas
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           MOVE w-tot-castigado TO l-total.
           MOVE SPACES TO act-linea.
           STRING "TOTAL CASTIGADO: " l-total
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           MOVE SPACES TO act-linea.
           WRITE act-linea.
           MOVE "FIRMA SUPERVISOR: ____________________" TO act-linea.
           WRITE act-linea.

      * Mismo registro de auditoria que usan AltaAlu y
      * MantenerParametros: quien castigo y cuantas cuotas.
       650-ASENTAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE ZERO TO aud-legajo.
           MOVE "CASTIGO" TO aud-operacion.
           STRING "CUOTAS " w-cant-castigadas
               DELIMITED BY SIZE INTO aud-resultado.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

      * Al terminar, la sesion propia se quita de la traba
      * reescribiendo el archivo sin el registro propio.
       830-SOLTAR-TRABA.
           MOVE ZERO TO w-cant-trabas.
           MOVE ZERO TO w-flag-tra.
           MOVE ZERO TO w-traba-propia.
           OPEN INPUT TRABA.
           IF w-status-traba = "00"
               PERFORM 015-LEER-TRABA
               PERFORM UNTIL w-flag-tra = 1
                   IF w-traba-propia = ZERO
                   AND tra-tipo = "I"
                   AND tra-programa = "CastigarIncobrab"
                   AND tra-fecha = w-traba-fecha
                   AND tra-hora = w-traba-hora
                       MOVE 1 TO w-traba-propia
                   ELSE
                       IF w-cant-trabas < 20
                           ADD 1 TO w-cant-trabas
                           MOVE tra-reg
                               TO w-tab-traba (w-cant-trabas)
                       END-IF
                   END-IF
                   PERFORM 015-LEER-TRABA
               END-PERFORM
               CLOSE TRABA
               OPEN OUTPUT TRABA
               PERFORM VARYING w-ind-tra FROM 1 BY 1
                       UNTIL w-ind-tra > w-cant-trabas
                   MOVE w-tab-traba (w-ind-tra) TO tra-reg
                   WRITE tra-reg
               END-PERFORM
               CLOSE TRABA
           ELSE
               IF w-status-traba = "05"
                   CLOSE TRABA
               END-IF
           END-IF.

       END PROGRAM CASTIGAR-INCOBRABLES.
