      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-MOVIMS-HIST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMS-VIEJO ASSIGN TO "..\caja_movims_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS mov-llave
                   ALTERNATE RECORD KEY IS mov-llave-legajo
                   FILE STATUS IS w-status-viejo.
           SELECT MOVIMS-NUEVO
                   ASSIGN TO "..\caja_movims_hist_nuevo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS moh-llave
                   ALTERNATE RECORD KEY IS moh-llave-legajo.
       DATA DIVISION.
       FILE SECTION.

      * Trazado anterior del historico de movimientos de caja: el
      * registro de caja_movims.txt sin la sede.
       FD  MOVIMS-VIEJO.
       01  mov-reg.
           03 mov-llave.
               05 mov-fecha pic 9(8).
               05 mov-orden pic 9(8).
           03 mov-llave-legajo.
               05 mov-legajo pic 9(5).
               05 mov-fecha-alt pic 9(8).
               05 mov-orden-alt pic 9(8).
           03 mov-datos pic x(50).

      * Trazado nuevo: el movimiento completo con la sede de la
      * caja; todo lo anterior a las sedes queda en la sede 01.
       FD  MOVIMS-NUEVO.
       01  moh-reg.
           03 moh-llave.
               05 moh-fecha pic 9(8).
               05 moh-orden pic 9(8).
           03 moh-llave-legajo.
               05 moh-legajo pic 9(5).
               05 moh-fecha-alt pic 9(8).
               05 moh-orden-alt pic 9(8).
           03 moh-datos.
               05 moh-movimiento pic x(50).
               05 filler pic x.
               05 moh-sede pic 9(2).

       WORKING-STORAGE SECTION.
       77  w-status-viejo pic xx value spaces.
       77  w-flag-mov pic 9 value zero.
       77  w-cant-convertidos pic 9(8) value zero.
       77  w-confirma pic x value space.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSION UNICA DEL HISTORICO DE MOVIMIENTOS DE "
               "CAJA AL TRAZADO CON SEDE".
           DISPLAY "EL HISTORICO CONVERTIDO QUEDA EN "
               "caja_movims_hist_nuevo.dat: AL TERMINAR,".
           DISPLAY "RENOMBRELO COMO caja_movims_hist.dat. LOS "
               "MOVIMIENTOS QUEDAN EN LA SEDE 01.".
           DISPLAY "CONFIRMA LA CONVERSION (S/N): ".
           ACCEPT w-confirma.
           IF w-confirma NOT = "S" AND w-confirma NOT = "s"
               DISPLAY "CONVERSION CANCELADA"
               STOP RUN
           END-IF.
           OPEN INPUT MOVIMS-VIEJO.
           IF w-status-viejo NOT = "00"
               DISPLAY "NO SE PUDO ABRIR caja_movims_hist.dat, ESTADO "
                   w-status-viejo
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MOVIMS-NUEVO.
           PERFORM 100-LEER-VIEJO.
           PERFORM UNTIL w-flag-mov = 1
               MOVE SPACES TO moh-reg
               MOVE mov-llave TO moh-llave
               MOVE mov-llave-legajo TO moh-llave-legajo
               MOVE mov-datos TO moh-movimiento
               MOVE 1 TO moh-sede
               WRITE moh-reg
               ADD 1 TO w-cant-convertidos
               PERFORM 100-LEER-VIEJO
           END-PERFORM.
           CLOSE MOVIMS-VIEJO.
           CLOSE MOVIMS-NUEVO.
           DISPLAY "REGISTROS CONVERTIDOS: " w-cant-convertidos.
           DISPLAY "RECUERDE RENOMBRAR caja_movims_hist_nuevo.dat "
               "COMO caja_movims_hist.dat".
           STOP RUN.

       100-LEER-VIEJO.
           READ MOVIMS-VIEJO AT END MOVE 1 TO w-flag-mov.

       END PROGRAM CONVERTIR-MOVIMS-HIST.
