      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASES-INVITADOS.
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
           SELECT OPTIONAL PASES ASSIGN TO "..\pases_invitados.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-pas.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT PORTERIA ASSIGN TO "..\pases_porteria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESUMEN ASSIGN TO "..\pases_resumen.txt"
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

      * Pases de invitado: el socio anfitrion, el DNI y nombre del
      * invitado, la fecha del pase y el arancel vigente al darlo.
      * Estado R registrado, A anulado, F ya facturado (lo marca
      * FacturarPases al volcar el cargo al circuito de cobranza).
       FD  PASES.
       01  pas-reg.
           03 pas-legajo pic 9(5).
           03 filler pic x value space.
           03 pas-dni pic 9(8).
           03 filler pic x value space.
           03 pas-nombre pic x(30).
           03 filler pic x value space.
           03 pas-fecha.
               05 pas-anio-mes pic 9(6).
               05 pas-dia pic 9(2).
           03 filler pic x value space.
           03 pas-arancel pic 9(8).
           03 filler pic x value space.
           03 pas-estado pic x.

      * Maestro unico de parametros: topes de pases por mes
      * (PASES-MES-SOCIO por anfitrion, PASES-MES-INVITADO por DNI
      * del invitado) y arancel del pase (ARANCEL-INVITADO).
       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

      * Listado del dia para la porteria: los invitados que pueden
      * pasar y quien los trae.
       FD  PORTERIA.
       01  por-linea pic x(80).

      * Resumen mensual de pases por socio anfitrion.
       FD  RESUMEN.
       01  res-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-status-capacidad pic xx value spaces.
       77  w-status-pas pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-pas pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-divisor-hash pic 9(5) value 71.
       77  w-alu-ant pic 9(5) value zero.
       77  w-resul pic 9(5) value zero.
       77  w-resto pic 9(5) value zero.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 5.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-tope-socio pic 9(3) value zero.
       77  w-tope-invitado pic 9(3) value zero.
       77  w-arancel-pase pic 9(8) value zero.
       77  w-legajo-carga pic 9(5) value zero.
       77  w-dni-carga pic 9(8) value zero.
       77  w-nombre-carga pic x(30) value spaces.
       77  w-fecha-carga pic 9(8) value zero.
       77  w-anio-mes-carga pic 9(6) value zero.
       77  w-pases-socio pic 9(3) value zero.
       77  w-pases-invitado pic 9(3) value zero.
       77  w-cant-pas pic 9(4) value zero.
       77  w-ind-pas pic 9(4) value zero.
       77  w-pas-hallado pic 9 value zero.
       77  w-cant-listados pic 9(4) value zero.
       77  w-cant-soc pic 9(3) value zero.
       77  w-ind-soc pic 9(3) value zero.
       77  w-soc-hallado pic 9(3) value zero.
       77  w-tot-pases pic 9(5) value zero.
       77  w-tot-importe pic 9(10) value zero.
       01  w-fecha-trabajo.
           03 w-ftr-anio-mes pic 9(6).
           03 w-ftr-dia pic 9(2).
       01  w-tab-pases.
           03 w-tab-pas occurs 3000.
               05 w-pas-legajo pic 9(5).
               05 w-pas-dni pic 9(8).
               05 w-pas-nombre pic x(30).
               05 w-pas-fecha pic 9(8).
               05 w-pas-arancel pic 9(8).
               05 w-pas-estado pic x.
       01  w-tab-socios.
           03 w-tab-soc occurs 500.
               05 w-soc-legajo pic 9(5).
               05 w-soc-pases pic 9(3).
               05 w-soc-importe pic 9(8).
       01  w-lin-porteria.
           03 filler pic x(8) value "DNI     ".
           03 w-lpo-dni pic 9(8).
           03 filler pic x value space.
           03 w-lpo-nombre pic x(30).
           03 filler pic x(18) value " INVITADO DE LEG. ".
           03 w-lpo-legajo pic 9(5).
       01  w-lin-resumen.
           03 filler pic x(7) value "LEGAJO ".
           03 w-lre-legajo pic 9(5).
           03 filler pic x(8) value "  PASES ".
           03 w-lre-pases pic zz9.
           03 filler pic x(10) value "  IMPORTE ".
           03 w-lre-importe pic z.zzz.zz9.
       01  w-lin-total.
           03 w-lto-texto pic x(20).
           03 w-lto-pases pic zzzz9.
           03 filler pic x(10) value "  IMPORTE ".
           03 w-lto-importe pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 045-LEER-CAPACIDAD.
           PERFORM 090-LEER-PARAMETROS-SIS.
           IF w-tope-socio = ZERO
               MOVE 8 TO w-tope-socio
           END-IF.
           IF w-tope-invitado = ZERO
               MOVE 4 TO w-tope-invitado
           END-IF.
           IF w-arancel-pase = ZERO
               DISPLAY "ARANCEL DEL PASE DE INVITADO: "
               ACCEPT w-arancel-pase
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT ALUMNOS.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 250-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           CLOSE ALUMNOS.
           STOP RUN.

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

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "PASES-MES-SOCIO"
                       COMPUTE w-tope-socio =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "PASES-MES-INVITADO"
                       COMPUTE w-tope-invitado =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "ARANCEL-INVITADO"
                       COMPUTE w-arancel-pase =
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
           DISPLAY "PASES DE INVITADOS".
           DISPLAY "  1- REGISTRAR PASE".
           DISPLAY "  2- ANULAR PASE".
           DISPLAY "  3- LISTADO DEL DIA PARA PORTERIA".
           DISPLAY "  4- RESUMEN MENSUAL POR SOCIO".
           DISPLAY "  5- SALIR".
           ACCEPT w-llave-menu.

       250-PROCESO.
           IF w-llave-menu = 1
               PERFORM 300-REGISTRAR-PASE
           ELSE
               IF w-llave-menu = 2
                   PERFORM 400-ANULAR-PASE
               ELSE
                   IF w-llave-menu = 3
                       PERFORM 500-LISTADO-PORTERIA
                   ELSE
                       IF w-llave-menu = 4
                           PERFORM 550-RESUMEN-MENSUAL
                       ELSE
                           DISPLAY "OPCION INVALIDA"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * El anfitrion se valida contra el padron como en las
      * reservas: ni bajas ni suspendidos traen invitados. Los
      * topes cuentan los pases no anulados del mismo mes, por socio
      * anfitrion y por DNI del invitado (aunque lo traiga otro).
       300-REGISTRAR-PASE.
           DISPLAY "Legajo del socio anfitrion: ".
           ACCEPT w-legajo-carga.
           PERFORM 640-VALIDAR-LEGAJO.
           IF NOT alu-fue-encontrado
               DISPLAY "EL LEGAJO NO EXISTE O ESTA DADO DE BAJA"
           ELSE
               IF alu-estado = "S"
                   DISPLAY "EL SOCIO ESTA SUSPENDIDO, NO PUEDE "
                       "TRAER INVITADOS"
               ELSE
                   DISPLAY "DNI del invitado: "
                   ACCEPT w-dni-carga
                   DISPLAY "Nombre del invitado: "
                   ACCEPT w-nombre-carga
                   DISPLAY "Fecha del pase (AAAAMMDD, ENTER=hoy): "
                   ACCEPT w-fecha-carga
                   IF w-fecha-carga = ZERO
                       MOVE w-fecha-hoy TO w-fecha-carga
                   END-IF
                   IF w-dni-carga = ZERO
                       DISPLAY "DNI INVALIDO"
                   ELSE
                       PERFORM 700-CONTAR-PASES
                       IF w-pases-socio >= w-tope-socio
                           DISPLAY "EL SOCIO YA USO LOS "
                               w-tope-socio " PASES DEL MES"
                       ELSE
                           IF w-pases-invitado >= w-tope-invitado
                               DISPLAY "EL INVITADO YA TUVO "
                                   w-tope-invitado
                                   " PASES ESTE MES"
                           ELSE
                               PERFORM 720-GRABAR-PASE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Solo se anula un pase todavia no facturado; el archivo se
      * rescribe entero desde la tabla, como las reservas.
       400-ANULAR-PASE.
           DISPLAY "Legajo del socio anfitrion: ".
           ACCEPT w-legajo-carga.
           DISPLAY "DNI del invitado: ".
           ACCEPT w-dni-carga.
           DISPLAY "Fecha del pase (AAAAMMDD): ".
           ACCEPT w-fecha-carga.
           PERFORM 740-CARGAR-PASES.
           MOVE ZERO TO w-pas-hallado.
           PERFORM VARYING w-ind-pas FROM 1 BY 1
                   UNTIL w-ind-pas > w-cant-pas
               IF w-pas-legajo (w-ind-pas) = w-legajo-carga
               AND w-pas-dni (w-ind-pas) = w-dni-carga
               AND w-pas-fecha (w-ind-pas) = w-fecha-carga
               AND w-pas-estado (w-ind-pas) = "R"
               AND w-pas-hallado = ZERO
                   MOVE "A" TO w-pas-estado (w-ind-pas)
                   MOVE 1 TO w-pas-hallado
               END-IF
           END-PERFORM.
           IF w-pas-hallado = ZERO
               DISPLAY "NO HAY PASE SIN FACTURAR CON ESOS DATOS"
           ELSE
               PERFORM 760-REGRABAR-PASES
               DISPLAY "PASE ANULADO"
           END-IF.

       500-LISTADO-PORTERIA.
           DISPLAY "Fecha (AAAAMMDD, ENTER=hoy): ".
           ACCEPT w-fecha-carga.
           IF w-fecha-carga = ZERO
               MOVE w-fecha-hoy TO w-fecha-carga
           END-IF.
           MOVE ZERO TO w-cant-listados.
           OPEN OUTPUT PORTERIA.
           MOVE SPACES TO por-linea.
           STRING "INVITADOS HABILITADOS PARA EL " w-fecha-carga
               DELIMITED BY SIZE INTO por-linea.
           WRITE por-linea.
           MOVE ZERO TO w-flag-pas.
           OPEN INPUT PASES.
           IF w-status-pas = "00"
               PERFORM 615-LEER-PASE
               PERFORM UNTIL w-flag-pas = 1
                   IF pas-fecha = w-fecha-carga
                   AND pas-estado NOT = "A"
                       MOVE pas-dni TO w-lpo-dni
                       MOVE pas-nombre TO w-lpo-nombre
                       MOVE pas-legajo TO w-lpo-legajo
                       WRITE por-linea FROM w-lin-porteria
                       DISPLAY "  " w-lin-porteria
                       ADD 1 TO w-cant-listados
                   END-IF
                   PERFORM 615-LEER-PASE
               END-PERFORM
               CLOSE PASES
           ELSE
               IF w-status-pas = "05"
                   CLOSE PASES
               END-IF
           END-IF.
           CLOSE PORTERIA.
           DISPLAY "INVITADOS DEL DIA: " w-cant-listados
               " (LISTADO EN pases_porteria.txt)".

       550-RESUMEN-MENSUAL.
           DISPLAY "Mes (AAAAMM): ".
           ACCEPT w-anio-mes-carga.
           PERFORM 740-CARGAR-PASES.
           MOVE ZERO TO w-cant-soc.
           MOVE ZERO TO w-tot-pases.
           MOVE ZERO TO w-tot-importe.
           PERFORM VARYING w-ind-pas FROM 1 BY 1
                   UNTIL w-ind-pas > w-cant-pas
               MOVE w-pas-fecha (w-ind-pas) TO w-fecha-trabajo
               IF w-ftr-anio-mes = w-anio-mes-carga
               AND w-pas-estado (w-ind-pas) NOT = "A"
                   PERFORM 560-SUMAR-SOCIO
               END-IF
           END-PERFORM.
           OPEN OUTPUT RESUMEN.
           MOVE SPACES TO res-linea.
           STRING "PASES DE INVITADOS DEL MES " w-anio-mes-carga
               DELIMITED BY SIZE INTO res-linea.
           WRITE res-linea.
           PERFORM VARYING w-ind-soc FROM 1 BY 1
                   UNTIL w-ind-soc > w-cant-soc
               MOVE w-soc-legajo (w-ind-soc) TO w-lre-legajo
               MOVE w-soc-pases (w-ind-soc) TO w-lre-pases
               MOVE w-soc-importe (w-ind-soc) TO w-lre-importe
               WRITE res-linea FROM w-lin-resumen
               DISPLAY "  " w-lin-resumen
           END-PERFORM.
           MOVE "TOTAL PASES" TO w-lto-texto.
           MOVE w-tot-pases TO w-lto-pases.
           MOVE w-tot-importe TO w-lto-importe.
           WRITE res-linea FROM w-lin-total.
           DISPLAY w-lin-total.
           CLOSE RESUMEN.

       560-SUMAR-SOCIO.
           MOVE ZERO TO w-soc-hallado.
           PERFORM VARYING w-ind-soc FROM 1 BY 1
                   UNTIL w-ind-soc > w-cant-soc
                   OR w-soc-hallado NOT = ZERO
               IF w-soc-legajo (w-ind-soc) = w-pas-legajo (w-ind-pas)
                   MOVE w-ind-soc TO w-soc-hallado
               END-IF
           END-PERFORM.
           IF w-soc-hallado = ZERO AND w-cant-soc < 500
               ADD 1 TO w-cant-soc
               MOVE w-cant-soc TO w-soc-hallado
               MOVE w-pas-legajo (w-ind-pas)
                   TO w-soc-legajo (w-soc-hallado)
               MOVE ZERO TO w-soc-pases (w-soc-hallado)
               MOVE ZERO TO w-soc-importe (w-soc-hallado)
           END-IF.
           IF w-soc-hallado NOT = ZERO
               ADD 1 TO w-soc-pases (w-soc-hallado)
               ADD w-pas-arancel (w-ind-pas)
                   TO w-soc-importe (w-soc-hallado)
               ADD 1 TO w-tot-pases
               ADD w-pas-arancel (w-ind-pas) TO w-tot-importe
           END-IF.

       615-LEER-PASE.
           READ PASES AT END MOVE 1 TO w-flag-pas.

      * Misma busqueda por hash y cadena de sinonimos que usa
      * ArmarGrupo.
       640-VALIDAR-LEGAJO.
           MOVE w-legajo-carga TO w-alu-ant.
           MOVE ZERO TO w-alu-encontrado.
           PERFORM 645-INVOCAR-FUNCION-HASHING.
           PERFORM 650-LEER-ALU.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           ELSE
               PERFORM 655-BUSCAR-SINONIMO
           END-IF.
           IF alu-fue-encontrado
               IF alu-estado = "B"
                   MOVE ZERO TO w-alu-encontrado
               END-IF
           END-IF.

       645-INVOCAR-FUNCION-HASHING.
           DIVIDE w-divisor-hash INTO w-alu-ant
               GIVING w-resul REMAINDER rel-nro.
           ADD 1 TO rel-nro.
           MOVE rel-nro TO w-resto.

       650-LEER-ALU.
           READ ALUMNOS.

       655-BUSCAR-SINONIMO.
           PERFORM UNTIL alu-puntero IS =0 OR w-alu-ant IS =alu-alumno
               MOVE alu-puntero TO rel-nro
               PERFORM 650-LEER-ALU
           END-PERFORM.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           END-IF.

       700-CONTAR-PASES.
           MOVE ZERO TO w-pases-socio.
           MOVE ZERO TO w-pases-invitado.
           MOVE w-fecha-carga TO w-fecha-trabajo.
           MOVE w-ftr-anio-mes TO w-anio-mes-carga.
           MOVE ZERO TO w-flag-pas.
           OPEN INPUT PASES.
           IF w-status-pas = "00"
               PERFORM 615-LEER-PASE
               PERFORM UNTIL w-flag-pas = 1
                   IF pas-anio-mes = w-anio-mes-carga
                   AND pas-estado NOT = "A"
                       IF pas-legajo = w-legajo-carga
                           ADD 1 TO w-pases-socio
                       END-IF
                       IF pas-dni = w-dni-carga
                           ADD 1 TO w-pases-invitado
                       END-IF
                   END-IF
                   PERFORM 615-LEER-PASE
               END-PERFORM
               CLOSE PASES
           ELSE
               IF w-status-pas = "05"
                   CLOSE PASES
               END-IF
           END-IF.

       720-GRABAR-PASE.
           OPEN EXTEND PASES.
           MOVE SPACES TO pas-reg.
           MOVE w-legajo-carga TO pas-legajo.
           MOVE w-dni-carga TO pas-dni.
           MOVE w-nombre-carga TO pas-nombre.
           MOVE w-fecha-carga TO pas-fecha.
           MOVE w-arancel-pase TO pas-arancel.
           MOVE "R" TO pas-estado.
           WRITE pas-reg.
           CLOSE PASES.
           DISPLAY "PASE REGISTRADO, ARANCEL " w-arancel-pase
               " A CARGO DEL LEGAJO " w-legajo-carga.

       740-CARGAR-PASES.
           MOVE ZERO TO w-cant-pas.
           MOVE ZERO TO w-flag-pas.
           OPEN INPUT PASES.
           IF w-status-pas = "00"
               PERFORM 615-LEER-PASE
               PERFORM UNTIL w-flag-pas = 1
                   IF w-cant-pas < 3000
                       ADD 1 TO w-cant-pas
                       MOVE pas-legajo TO w-pas-legajo (w-cant-pas)
                       MOVE pas-dni TO w-pas-dni (w-cant-pas)
                       MOVE pas-nombre TO w-pas-nombre (w-cant-pas)
                       MOVE pas-fecha TO w-pas-fecha (w-cant-pas)
                       MOVE pas-arancel TO w-pas-arancel (w-cant-pas)
                       MOVE pas-estado TO w-pas-estado (w-cant-pas)
                   END-IF
                   PERFORM 615-LEER-PASE
               END-PERFORM
               CLOSE PASES
           ELSE
               IF w-status-pas = "05"
                   CLOSE PASES
               END-IF
           END-IF.

       760-REGRABAR-PASES.
           OPEN OUTPUT PASES.
           PERFORM VARYING w-ind-pas FROM 1 BY 1
                   UNTIL w-ind-pas > w-cant-pas
               MOVE SPACES TO pas-reg
               MOVE w-pas-legajo (w-ind-pas) TO pas-legajo
               MOVE w-pas-dni (w-ind-pas) TO pas-dni
               MOVE w-pas-nombre (w-ind-pas) TO pas-nombre
               MOVE w-pas-fecha (w-ind-pas) TO pas-fecha
               MOVE w-pas-arancel (w-ind-pas) TO pas-arancel
               MOVE w-pas-estado (w-ind-pas) TO pas-estado
               WRITE pas-reg
           END-PERFORM.
           CLOSE PASES.

       END PROGRAM PASES-INVITADOS.
