      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-BECAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION RELATIVE
           ACCESS MODE IS DYNAMIC
           RELATIVE KEY IS rel-nro.
           SELECT OPTIONAL CAPACIDAD ASSIGN TO "..\alu_capacidad.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-capacidad.
           SELECT OPTIONAL BECAS ASSIGN TO "..\becas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-becas.
           SELECT OPTIONAL BECAS-APLICADAS
                   ASSIGN TO "..\becas_aplicadas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-aplicadas.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO "..\becas_listado.txt"
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

       FD  CAPACIDAD.
       01  cap-reg.
           03 cap-capacidad-total pic 9(5).
           03 cap-fin-area-primaria pic 9(5).

      * Maestro de becas y bonificaciones individuales que otorga la
      * comision directiva: una linea por beca, con el legajo, el
      * concepto al que aplica (00 = todos), el tipo (P porcentaje
      * sobre la cuota, I importe fijo a descontar), la vigencia
      * (hasta en cero = sin vencimiento), el numero de resolucion y
      * el supervisor que la cargo. Una beca revocada pasa a estado
      * "R" y queda como historia; GenerarCuotas y GenerarCuotasAlta
      * solo aplican las de estado "A".
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

      * Lo que GenerarCuotas y GenerarCuotasAlta dejaron de cobrar
      * por cada beca, cuota por cuota.
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

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 filler pic x value space.
           03 ope-clave pic x(8).
           03 filler pic x value space.
           03 ope-perfil pic x.

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

       FD  REPORTE.
       01  rep-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-status-capacidad pic xx value spaces.
       77  w-status-becas pic xx value spaces.
       77  w-status-aplicadas pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-divisor-hash pic 9(5) value 71.
       77  w-alu-ant pic 9(5) value zero.
       77  w-resul pic 9(5) value zero.
       77  w-resto pic 9(5) value zero.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-flag-bec pic 9 value zero.
       77  w-flag-bap pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 5.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-legajo-carga pic 9(5) value zero.
       77  w-concepto-carga pic 9(2) value zero.
       77  w-tipo-carga pic x value space.
       77  w-valor-carga pic 9(8) value zero.
       77  w-desde-carga pic 9(8) value zero.
       77  w-hasta-carga pic 9(8) value zero.
       77  w-resolucion-carga pic x(12) value spaces.
       77  w-dato-valido pic 9 value zero.
       77  w-cant-bec pic 9(3) value zero.
       77  w-ind-bec pic 9(3) value zero.
       77  w-nro-elegido pic 9(3) value zero.
       77  w-cant-del-legajo pic 9(3) value zero.
       77  w-resultado-aud pic x(15) value spaces.
       01  w-tab-becas.
           03 w-tab-beca occurs 500.
               05 w-bec-legajo pic 9(5).
               05 w-bec-concepto pic 9(2).
               05 w-bec-tipo pic x.
               05 w-bec-valor pic 9(8).
               05 w-bec-desde pic 9(8).
               05 w-bec-hasta pic 9(8).
               05 w-bec-resolucion pic x(12).
               05 w-bec-operador pic x(8).
               05 w-bec-estado pic x.
      * Periodo del listado mensual
       01  w-periodo.
           03 w-per-anio pic 9(4).
           03 w-per-mes pic 9(2).
       77  w-per-inicio pic 9(8) value zero.
       77  w-per-fin pic 9(8) value zero.
       77  w-sig-anio pic 9(4) value zero.
       77  w-sig-mes pic 9(2) value zero.
       77  w-sig-fin pic 9(8) value zero.
       77  w-cant-vigentes pic 9(4) value zero.
       77  w-cant-por-vencer pic 9(4) value zero.
       77  w-tot-resignado pic 9(10) value zero.
       77  w-cant-res pic 9(3) value zero.
       77  w-ind-res pic 9(3) value zero.
       77  w-res-hallado pic 9(3) value zero.
       01  w-tab-resignado.
           03 w-tab-res occurs 500.
               05 w-res-legajo pic 9(5).
               05 w-res-importe pic 9(10).
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cabecera.
           03 filler pic x(6) value "LEGAJO".
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "CONC".
           03 filler pic x(2) value spaces.
           03 filler pic x(1) value "T".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "     VALOR".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "DESDE   ".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "HASTA   ".
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "RESOLUCION".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "APROBO".
       01  lin-detalle.
           03 l-legajo pic z(5).
           03 filler pic x(3) value spaces.
           03 l-concepto pic 99.
           03 filler pic x(4) value spaces.
           03 l-tipo pic x.
           03 filler pic x(2) value spaces.
           03 l-valor pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 l-desde pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-hasta pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-resolucion pic x(12).
           03 filler pic x(2) value spaces.
           03 l-operador pic x(8).
       01  lin-resignado.
           03 filler pic x(8) value spaces.
           03 l-res-legajo pic z(5).
           03 filler pic x(5) value spaces.
           03 l-res-importe pic z.zzz.zzz.zz9.
       77  l-total pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 045-LEER-CAPACIDAD.
           OPEN INPUT ALUMNOS.
           PERFORM 100-CARGAR-BECAS.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 250-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           CLOSE ALUMNOS.
           STOP RUN.

       020-INICIAR-SESION.
           OPEN INPUT OPERADORES.
           IF w-status-operadores NOT = "00"
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

       100-CARGAR-BECAS.
           MOVE ZERO TO w-cant-bec.
           MOVE ZERO TO w-flag-bec.
           OPEN INPUT BECAS.
           IF w-status-becas = "00"
               PERFORM 110-LEER-BECA
               PERFORM UNTIL w-flag-bec = 1
                   IF w-cant-bec < 500
                       ADD 1 TO w-cant-bec
                       MOVE bec-legajo TO w-bec-legajo (w-cant-bec)
                       MOVE bec-concepto TO w-bec-concepto (w-cant-bec)
                       MOVE bec-tipo TO w-bec-tipo (w-cant-bec)
                       MOVE bec-valor TO w-bec-valor (w-cant-bec)
                       MOVE bec-desde TO w-bec-desde (w-cant-bec)
                       MOVE bec-hasta TO w-bec-hasta (w-cant-bec)
                       MOVE bec-resolucion
                           TO w-bec-resolucion (w-cant-bec)
                       MOVE bec-operador TO w-bec-operador (w-cant-bec)
                       MOVE bec-estado TO w-bec-estado (w-cant-bec)
                   END-IF
                   PERFORM 110-LEER-BECA
               END-PERFORM
               CLOSE BECAS
           ELSE
               IF w-status-becas = "05"
                   CLOSE BECAS
               END-IF
           END-IF.

       110-LEER-BECA.
           READ BECAS AT END MOVE 1 TO w-flag-bec.

       200-MENU.
           DISPLAY " ".
           DISPLAY "BECAS Y BONIFICACIONES".
           DISPLAY "  1- CONSULTAR BECAS DE UN SOCIO".
           DISPLAY "  2- OTORGAR BECA".
           DISPLAY "  3- REVOCAR BECA".
           DISPLAY "  4- LISTADO MENSUAL".
           DISPLAY "  5- SALIR".
           ACCEPT w-llave-menu.

      * Consultar y listar puede cualquier operador; otorgar y
      * revocar exige perfil supervisor porque el supervisor es
      * quien firma la carga de la resolucion.
       250-PROCESO.
           IF w-llave-menu = 1
               PERFORM 300-CONSULTAR
           ELSE
               IF w-llave-menu = 2 OR w-llave-menu = 3
                   IF w-perfil NOT = "S"
                       DISPLAY "OTORGAR O REVOCAR BECAS REQUIERE "
                           "PERFIL DE SUPERVISOR"
                   ELSE
                       IF w-llave-menu = 2
                           PERFORM 400-OTORGAR
                       ELSE
                           PERFORM 500-REVOCAR
                       END-IF
                   END-IF
               ELSE
                   IF w-llave-menu = 4
                       PERFORM 700-LISTADO-MENSUAL
                   ELSE
                       DISPLAY "OPCION INVALIDA"
                   END-IF
               END-IF
           END-IF.

       300-CONSULTAR.
           DISPLAY "Legajo: ".
           ACCEPT w-legajo-carga.
           PERFORM 350-MOSTRAR-BECAS-LEGAJO.
           IF w-cant-del-legajo = ZERO
               DISPLAY "EL SOCIO NO TIENE BECAS REGISTRADAS"
           END-IF.

      * Muestra las becas del legajo numeradas por su posicion en la
      * tabla, que es el numero que se pide para revocar.
       350-MOSTRAR-BECAS-LEGAJO.
           MOVE ZERO TO w-cant-del-legajo.
           PERFORM VARYING w-ind-bec FROM 1 BY 1
                   UNTIL w-ind-bec > w-cant-bec
               IF w-bec-legajo (w-ind-bec) = w-legajo-carga
                   ADD 1 TO w-cant-del-legajo
                   DISPLAY "  [" w-ind-bec "] CONCEPTO "
                       w-bec-concepto (w-ind-bec)
                       " TIPO " w-bec-tipo (w-ind-bec)
                       " VALOR " w-bec-valor (w-ind-bec)
                       " ESTADO " w-bec-estado (w-ind-bec)
                   DISPLAY "        DESDE " w-bec-desde (w-ind-bec)
                       " HASTA " w-bec-hasta (w-ind-bec)
                       " RES. " w-bec-resolucion (w-ind-bec)
                       " APROBO " w-bec-operador (w-ind-bec)
               END-IF
           END-PERFORM.

      * Toda beca nace de una resolucion de la comision directiva:
      * sin numero de resolucion no se graba. El porcentaje no puede
      * pasar del cien y la vigencia no puede terminar antes de
      * empezar.
       400-OTORGAR.
           DISPLAY "Legajo del socio: ".
           ACCEPT w-legajo-carga.
           MOVE w-legajo-carga TO w-alu-ant.
           PERFORM 600-VALIDAR-LEGAJO.
           IF NOT alu-fue-encontrado
               DISPLAY "EL LEGAJO NO EXISTE O ESTA DADO DE BAJA"
           ELSE
               PERFORM 410-PEDIR-DATOS-BECA
               IF w-dato-valido = ZERO
                   DISPLAY "DATOS INVALIDOS, NO SE GRABA LA BECA"
               ELSE
                   PERFORM 450-GRABAR-BECA
               END-IF
           END-IF.

       410-PEDIR-DATOS-BECA.
           MOVE 1 TO w-dato-valido.
           DISPLAY "Concepto (01 CUOTA SOCIAL, 02 MATRICULA, "
               "03 ACTIVIDAD, 00 TODOS): ".
           ACCEPT w-concepto-carga.
           IF w-concepto-carga > 10
               MOVE ZERO TO w-dato-valido
           END-IF.
           DISPLAY "Tipo (P=porcentaje, I=importe fijo): ".
           ACCEPT w-tipo-carga.
           IF w-tipo-carga = "p"
               MOVE "P" TO w-tipo-carga
           END-IF.
           IF w-tipo-carga = "i"
               MOVE "I" TO w-tipo-carga
           END-IF.
           IF w-tipo-carga NOT = "P" AND w-tipo-carga NOT = "I"
               MOVE ZERO TO w-dato-valido
           END-IF.
           DISPLAY "Valor (porcentaje o importe): ".
           ACCEPT w-valor-carga.
           IF w-valor-carga = ZERO
               MOVE ZERO TO w-dato-valido
           END-IF.
           IF w-tipo-carga = "P" AND w-valor-carga > 100
               MOVE ZERO TO w-dato-valido
           END-IF.
           DISPLAY "Vigente desde AAAAMMDD (ENTER=hoy): ".
           ACCEPT w-desde-carga.
           IF w-desde-carga = ZERO
               MOVE w-fecha-proceso TO w-desde-carga
           END-IF.
           DISPLAY "Vigente hasta AAAAMMDD (ENTER=sin vencimiento): ".
           ACCEPT w-hasta-carga.
           IF w-hasta-carga NOT = ZERO
           AND w-hasta-carga < w-desde-carga
               MOVE ZERO TO w-dato-valido
           END-IF.
           DISPLAY "Numero de resolucion: ".
           ACCEPT w-resolucion-carga.
           IF w-resolucion-carga = SPACES
               DISPLAY "LA RESOLUCION ES OBLIGATORIA"
               MOVE ZERO TO w-dato-valido
           END-IF.

       450-GRABAR-BECA.
           IF w-cant-bec >= 500
               DISPLAY "TABLA DE BECAS LLENA, NO SE GRABA"
           ELSE
               ADD 1 TO w-cant-bec
               MOVE w-legajo-carga TO w-bec-legajo (w-cant-bec)
               MOVE w-concepto-carga TO w-bec-concepto (w-cant-bec)
               MOVE w-tipo-carga TO w-bec-tipo (w-cant-bec)
               MOVE w-valor-carga TO w-bec-valor (w-cant-bec)
               MOVE w-desde-carga TO w-bec-desde (w-cant-bec)
               MOVE w-hasta-carga TO w-bec-hasta (w-cant-bec)
               MOVE w-resolucion-carga
                   TO w-bec-resolucion (w-cant-bec)
               MOVE w-operador TO w-bec-operador (w-cant-bec)
               MOVE "A" TO w-bec-estado (w-cant-bec)
               PERFORM 550-REGRABAR-ARCHIVO
               MOVE "OTORGADA" TO w-resultado-aud
               PERFORM 650-ASENTAR-AUDITORIA
               DISPLAY "BECA GRABADA PARA EL LEGAJO " w-legajo-carga
           END-IF.

      * La beca revocada no se borra: pasa a estado "R" y su
      * vigencia se corta en la fecha del dia, para que el listado y
      * la historia sigan mostrando lo que se otorgo.
       500-REVOCAR.
           DISPLAY "Legajo: ".
           ACCEPT w-legajo-carga.
           PERFORM 350-MOSTRAR-BECAS-LEGAJO.
           IF w-cant-del-legajo = ZERO
               DISPLAY "EL SOCIO NO TIENE BECAS REGISTRADAS"
           ELSE
               DISPLAY "Numero de beca a revocar: "
               ACCEPT w-nro-elegido
               IF w-nro-elegido = ZERO
               OR w-nro-elegido > w-cant-bec
                   DISPLAY "NUMERO INVALIDO"
               ELSE
                   IF w-bec-legajo (w-nro-elegido) NOT = w-legajo-carga
                   OR w-bec-estado (w-nro-elegido) NOT = "A"
                       DISPLAY "LA BECA NO ES DEL SOCIO O YA ESTA "
                           "REVOCADA"
                   ELSE
                       MOVE "R" TO w-bec-estado (w-nro-elegido)
                       IF w-bec-hasta (w-nro-elegido) = ZERO
                       OR w-bec-hasta (w-nro-elegido) > w-fecha-proceso
                           MOVE w-fecha-proceso
                               TO w-bec-hasta (w-nro-elegido)
                       END-IF
                       PERFORM 550-REGRABAR-ARCHIVO
                       MOVE "REVOCADA" TO w-resultado-aud
                       PERFORM 650-ASENTAR-AUDITORIA
                       DISPLAY "BECA REVOCADA"
                   END-IF
               END-IF
           END-IF.

       550-REGRABAR-ARCHIVO.
           OPEN OUTPUT BECAS.
           PERFORM VARYING w-ind-bec FROM 1 BY 1
                   UNTIL w-ind-bec > w-cant-bec
               MOVE SPACES TO bec-reg
               MOVE w-bec-legajo (w-ind-bec) TO bec-legajo
               MOVE w-bec-concepto (w-ind-bec) TO bec-concepto
               MOVE w-bec-tipo (w-ind-bec) TO bec-tipo
               MOVE w-bec-valor (w-ind-bec) TO bec-valor
               MOVE w-bec-desde (w-ind-bec) TO bec-desde
               MOVE w-bec-hasta (w-ind-bec) TO bec-hasta
               MOVE w-bec-resolucion (w-ind-bec) TO bec-resolucion
               MOVE w-bec-operador (w-ind-bec) TO bec-operador
               MOVE w-bec-estado (w-ind-bec) TO bec-estado
               WRITE bec-reg
           END-PERFORM.
           CLOSE BECAS.

      * Misma busqueda por hash y cadena de sinonimos que usa
      * ConsultaSocio.
       600-VALIDAR-LEGAJO.
           MOVE ZERO TO w-alu-encontrado.
           PERFORM 605-INVOCAR-FUNCION-HASHING.
           PERFORM 610-LEER-ALU.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           ELSE
               PERFORM 615-BUSCAR-SINONIMO
           END-IF.
           IF alu-fue-encontrado
               IF alu-estado = "B"
                   MOVE ZERO TO w-alu-encontrado
               END-IF
           END-IF.

       605-INVOCAR-FUNCION-HASHING.
           DIVIDE w-divisor-hash INTO w-alu-ant
               GIVING w-resul REMAINDER rel-nro.
           ADD 1 TO rel-nro.
           MOVE rel-nro TO w-resto.

       610-LEER-ALU.
           READ ALUMNOS.

       615-BUSCAR-SINONIMO.
           PERFORM UNTIL alu-puntero IS =0 OR w-alu-ant IS =alu-alumno
               MOVE alu-puntero TO rel-nro
               PERFORM 610-LEER-ALU
           END-PERFORM.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           END-IF.

      * Mismo registro de auditoria que usan AltaAlu y
      * MantenerParametros: quien otorgo o revoco y cuando.
       650-ASENTAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-legajo-carga TO aud-legajo.
           MOVE "BECA" TO aud-operacion.
           MOVE w-resultado-aud TO aud-resultado.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

      * Listado del mes en becas_listado.txt: becas vigentes en algun
      * dia del mes, las que vencen este mes o el siguiente (para que
      * la comision decida si las renueva) y lo que el club resigno
      * en el mes segun las cuotas generadas con beca.
       700-LISTADO-MENSUAL.
           DISPLAY "Periodo AAAAMM (ENTER=mes en curso): ".
           ACCEPT w-periodo.
           IF w-periodo = ZERO
               MOVE w-fecha-proceso (1:6) TO w-periodo
           END-IF.
           COMPUTE w-per-inicio = w-per-anio * 10000
               + w-per-mes * 100 + 1.
           COMPUTE w-per-fin = w-per-anio * 10000
               + w-per-mes * 100 + 31.
           MOVE w-per-anio TO w-sig-anio.
           COMPUTE w-sig-mes = w-per-mes + 1.
           IF w-sig-mes > 12
               MOVE 1 TO w-sig-mes
               ADD 1 TO w-sig-anio
           END-IF.
           COMPUTE w-sig-fin = w-sig-anio * 10000
               + w-sig-mes * 100 + 31.
           MOVE ZERO TO w-cant-vigentes.
           MOVE ZERO TO w-cant-por-vencer.
           OPEN OUTPUT REPORTE.
           MOVE SPACES TO rep-linea.
           STRING "BECAS Y BONIFICACIONES - PERIODO " w-periodo
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-guarda.
           MOVE "BECAS VIGENTES EN EL PERIODO" TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-cabecera.
           WRITE rep-linea FROM lin-guarda.
           PERFORM VARYING w-ind-bec FROM 1 BY 1
                   UNTIL w-ind-bec > w-cant-bec
               IF w-bec-desde (w-ind-bec) <= w-per-fin
               AND (w-bec-hasta (w-ind-bec) = ZERO
                   OR w-bec-hasta (w-ind-bec) >= w-per-inicio)
                   PERFORM 750-LINEA-BECA
                   ADD 1 TO w-cant-vigentes
               END-IF
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           STRING "BECAS VIGENTES: " w-cant-vigentes
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-guarda.
           MOVE "BECAS POR VENCER (ESTE MES O EL SIGUIENTE)"
               TO rep-linea.
           WRITE rep-linea.
           WRITE rep-linea FROM lin-cabecera.
           WRITE rep-linea FROM lin-guarda.
           PERFORM VARYING w-ind-bec FROM 1 BY 1
                   UNTIL w-ind-bec > w-cant-bec
               IF w-bec-estado (w-ind-bec) = "A"
               AND w-bec-hasta (w-ind-bec) NOT = ZERO
               AND w-bec-hasta (w-ind-bec) >= w-per-inicio
               AND w-bec-hasta (w-ind-bec) <= w-sig-fin
                   PERFORM 750-LINEA-BECA
                   ADD 1 TO w-cant-por-vencer
               END-IF
           END-PERFORM.
           MOVE SPACES TO rep-linea.
           STRING "BECAS POR VENCER: " w-cant-por-vencer
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.
           PERFORM 800-RESIGNADO-DEL-MES.
           CLOSE REPORTE.
           DISPLAY "BECAS VIGENTES: " w-cant-vigentes
               " POR VENCER: " w-cant-por-vencer.
           DISPLAY "IMPORTE RESIGNADO EN EL PERIODO: " w-tot-resignado.
           DISPLAY "LISTADO EN becas_listado.txt".

       750-LINEA-BECA.
           MOVE w-bec-legajo (w-ind-bec) TO l-legajo.
           MOVE w-bec-concepto (w-ind-bec) TO l-concepto.
           MOVE w-bec-tipo (w-ind-bec) TO l-tipo.
           MOVE w-bec-valor (w-ind-bec) TO l-valor.
           MOVE w-bec-desde (w-ind-bec) TO l-desde.
           MOVE w-bec-hasta (w-ind-bec) TO l-hasta.
           MOVE w-bec-resolucion (w-ind-bec) TO l-resolucion.
           MOVE w-bec-operador (w-ind-bec) TO l-operador.
           WRITE rep-linea FROM lin-detalle.

      * El importe resignado sale de becas_aplicadas.txt: se suman
      * las bonificaciones de las cuotas que vencen en el periodo,
      * por socio y en total.
       800-RESIGNADO-DEL-MES.
           MOVE ZERO TO w-cant-res.
           MOVE ZERO TO w-tot-resignado.
           MOVE ZERO TO w-flag-bap.
           OPEN INPUT BECAS-APLICADAS.
           IF w-status-aplicadas = "00"
               PERFORM 810-LEER-APLICADA
               PERFORM UNTIL w-flag-bap = 1
                   IF bap-fecha >= w-per-inicio
                   AND bap-fecha <= w-per-fin
                       PERFORM 820-ACUMULAR-RESIGNADO
                   END-IF
                   PERFORM 810-LEER-APLICADA
               END-PERFORM
               CLOSE BECAS-APLICADAS
           ELSE
               IF w-status-aplicadas = "05"
                   CLOSE BECAS-APLICADAS
               END-IF
           END-IF.
           WRITE rep-linea FROM lin-guarda.
           MOVE "IMPORTE RESIGNADO POR SOCIO" TO rep-linea.
           WRITE rep-linea.
           PERFORM VARYING w-ind-res FROM 1 BY 1
                   UNTIL w-ind-res > w-cant-res
               MOVE w-res-legajo (w-ind-res) TO l-res-legajo
               MOVE w-res-importe (w-ind-res) TO l-res-importe
               WRITE rep-linea FROM lin-resignado
           END-PERFORM.
           WRITE rep-linea FROM lin-guarda.
           MOVE w-tot-resignado TO l-total.
           MOVE SPACES TO rep-linea.
           STRING "TOTAL RESIGNADO POR EL CLUB: " l-total
               DELIMITED BY SIZE INTO rep-linea.
           WRITE rep-linea.

       810-LEER-APLICADA.
           READ BECAS-APLICADAS AT END MOVE 1 TO w-flag-bap.

       820-ACUMULAR-RESIGNADO.
           ADD bap-bonificado TO w-tot-resignado.
           MOVE ZERO TO w-res-hallado.
           PERFORM VARYING w-ind-res FROM 1 BY 1
                   UNTIL w-ind-res > w-cant-res
               IF w-res-legajo (w-ind-res) = bap-legajo
                   MOVE w-ind-res TO w-res-hallado
               END-IF
           END-PERFORM.
           IF w-res-hallado = ZERO AND w-cant-res < 500
               ADD 1 TO w-cant-res
               MOVE w-cant-res TO w-res-hallado
               MOVE bap-legajo TO w-res-legajo (w-res-hallado)
               MOVE ZERO TO w-res-importe (w-res-hallado)
           END-IF.
           IF w-res-hallado NOT = ZERO
               ADD bap-bonificado TO w-res-importe (w-res-hallado)
           END-IF.

       END PROGRAM MANTENER-BECAS.
