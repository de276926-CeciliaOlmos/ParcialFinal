      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APTOS-POR-VENCER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APTOS
                   ASSIGN TO "..\aptos_medicos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-aptos.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT LISTADO ASSIGN TO "..\aptos_por_vencer.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
       DATA DIVISION.
       FILE SECTION.

      * Aptos medicos presentados (los registra ArmarActividad);
      * vale el de vencimiento mas lejano de cada legajo.
       FD  APTOS.
       01  apt-reg.
           03 apt-legajo pic 9(5).
           03 filler pic x value space.
           03 apt-presentacion pic 9(8).
           03 filler pic x value space.
           03 apt-vencimiento pic 9(8).
           03 filler pic x value space.
           03 apt-fecha-carga pic 9(8).

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
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

      * Listado semanal para secretaria: socios cuyo apto medico
      * vence dentro de los proximos dias (DIAS-APTO, 30 por
      * omision), con el contacto para pedirles la renovacion.
       FD  LISTADO.
       01  lis-linea pic x(120).

       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

       WORKING-STORAGE SECTION.
       77  w-status-aptos pic xx value spaces.
       77  w-flag-aptos pic 9 value zero.
       77  w-status-parsis pic xx value spaces.
       77  w-flag-parsis pic 9 value zero.
       77  w-dias-apto pic 9(3) value zero.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-fecha-limite pic 9(8) value zero.
       77  w-dias-limite pic 9(7) value zero.
       77  w-cant-aptos pic 9(4) value zero.
       77  w-ind-apto pic 9(4) value zero.
       77  w-apto-hallado pic 9(4) value zero.
       77  w-cant-por-vencer pic 9(5) value zero.
       01  w-tab-aptos.
           03 w-tab-apto occurs 3000.
               05 w-apto-legajo pic 9(5).
               05 w-apto-presentacion pic 9(8).
               05 w-apto-vencimiento pic 9(8).
       01  w-lin-titulo.
           03 filler pic x(32) value
               "APTOS MEDICOS QUE VENCEN ENTRE  ".
           03 w-tit-desde pic 9(8).
           03 filler pic x(3) value " Y ".
           03 w-tit-hasta pic 9(8).
       01  w-lin-detalle.
           03 w-det-legajo pic 9(5).
           03 filler pic x value space.
           03 w-det-nombre pic x(30).
           03 filler pic x value space.
           03 w-det-vencimiento pic 9(8).
           03 filler pic x value space.
           03 w-det-telefono pic x(15).
           03 filler pic x value space.
           03 w-det-mail pic x(30).
       01  w-lin-total.
           03 filler pic x(26) value "TOTAL APTOS POR VENCER:   ".
           03 w-tot-cantidad pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 090-LEER-PARAMETROS-SIS.
           IF w-dias-apto = ZERO
               MOVE 30 TO w-dias-apto
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           COMPUTE w-dias-limite =
               FUNCTION INTEGER-OF-DATE(w-fecha-proceso)
               + w-dias-apto.
           COMPUTE w-fecha-limite =
               FUNCTION DATE-OF-INTEGER(w-dias-limite).
           PERFORM 100-CARGAR-APTOS.
           OPEN INPUT DATOS.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-proceso TO w-tit-desde.
           MOVE w-fecha-limite TO w-tit-hasta.
           WRITE lis-linea FROM w-lin-titulo.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind-apto FROM 1 BY 1
                   UNTIL w-ind-apto > w-cant-aptos
               IF w-apto-vencimiento (w-ind-apto) >= w-fecha-proceso
               AND w-apto-vencimiento (w-ind-apto) <= w-fecha-limite
                   PERFORM 300-LISTAR-APTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE w-cant-por-vencer TO w-tot-cantidad.
           WRITE lis-linea FROM w-lin-total.
           CLOSE DATOS.
           CLOSE LISTADO.
           DISPLAY "APTOS POR VENCER HASTA EL " w-fecha-limite ": "
               w-cant-por-vencer.
           STOP RUN.

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "DIAS-APTO"
                       COMPUTE w-dias-apto =
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

      * Una renovacion se agrega al final del archivo: por legajo
      * queda solo el apto de vencimiento mas lejano, asi el que ya
      * renovo no aparece en el listado.
       100-CARGAR-APTOS.
           OPEN INPUT APTOS.
           IF w-status-aptos = "00"
               PERFORM 110-LEER-APTO
               PERFORM UNTIL w-flag-aptos = 1
                   PERFORM 120-ACUMULAR-APTO
                   PERFORM 110-LEER-APTO
               END-PERFORM
               CLOSE APTOS
           ELSE
               IF w-status-aptos = "05"
                   CLOSE APTOS
               END-IF
           END-IF.

       110-LEER-APTO.
           READ APTOS AT END MOVE 1 TO w-flag-aptos.

       120-ACUMULAR-APTO.
           MOVE ZERO TO w-apto-hallado.
           PERFORM VARYING w-ind-apto FROM 1 BY 1
                   UNTIL w-ind-apto > w-cant-aptos
                   OR w-apto-hallado NOT = ZERO
               IF w-apto-legajo (w-ind-apto) = apt-legajo
                   MOVE w-ind-apto TO w-apto-hallado
               END-IF
           END-PERFORM.
           IF w-apto-hallado = ZERO
               IF w-cant-aptos < 3000
                   ADD 1 TO w-cant-aptos
                   MOVE apt-legajo TO w-apto-legajo (w-cant-aptos)
                   MOVE apt-presentacion
                       TO w-apto-presentacion (w-cant-aptos)
                   MOVE apt-vencimiento
                       TO w-apto-vencimiento (w-cant-aptos)
               END-IF
           ELSE
               IF apt-vencimiento >
                   w-apto-vencimiento (w-apto-hallado)
                   MOVE apt-presentacion
                       TO w-apto-presentacion (w-apto-hallado)
                   MOVE apt-vencimiento
                       TO w-apto-vencimiento (w-apto-hallado)
               END-IF
           END-IF.

       300-LISTAR-APTO.
           MOVE SPACES TO w-lin-detalle.
           MOVE w-apto-legajo (w-ind-apto) TO w-det-legajo.
           MOVE w-apto-vencimiento (w-ind-apto) TO w-det-vencimiento.
           MOVE w-apto-legajo (w-ind-apto) TO dat-legajo.
           READ DATOS
               INVALID KEY
                   MOVE "(SIN DATOS PERSONALES)" TO w-det-nombre
               NOT INVALID KEY
                   MOVE dat-nombre TO w-det-nombre
                   MOVE dat-telefono TO w-det-telefono
                   MOVE dat-mail TO w-det-mail
           END-READ.
           WRITE lis-linea FROM w-lin-detalle.
           ADD 1 TO w-cant-por-vencer.

       END PROGRAM APTOS-POR-VENCER.
