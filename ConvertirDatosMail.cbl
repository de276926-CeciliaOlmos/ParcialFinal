      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-DATOS-MAIL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATOS-VIEJO ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS dav-legajo
                   FILE STATUS IS w-status-viejo.
           SELECT DATOS-NUEVO ASSIGN TO "..\datos_nuevo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo.
       DATA DIVISION.
       FILE SECTION.

      * Trazado anterior del maestro de datos personales, sin la
      * marca de mail invalido.
       FD  DATOS-VIEJO.
       01  dav-reg.
           03 dav-legajo pic 9(5).
           03 dav-nombre pic x(30).
           03 dav-dni pic 9(8).
           03 dav-domicilio pic x(30).
           03 dav-telefono pic x(15).
           03 dav-mail pic x(30).
           03 dav-fecha-alta pic 9(8).
           03 dav-cbu pic x(22).
           03 dav-categoria pic x(2).
           03 dav-fecha-nac pic 9(8).

       FD  DATOS-NUEVO.
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

       WORKING-STORAGE SECTION.
       77  w-status-viejo pic xx value spaces.
       77  w-flag-dat pic 9 value zero.
       77  w-cant-convertidos pic 9(5) value zero.
       77  w-confirma pic x value space.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSION UNICA DEL MAESTRO DE DATOS AL "
               "TRAZADO CON MARCA DE MAIL INVALIDO".
           DISPLAY "EL MAESTRO CONVERTIDO QUEDA EN datos_nuevo.dat: "
               "AL TERMINAR,".
           DISPLAY "RENOMBRELO COMO datos_socios.dat. TODOS LOS "
               "MAILS QUEDAN COMO VALIDOS".
           DISPLAY "HASTA QUE ProcesarRebotes MARQUE LOS QUE "
               "REBOTEN.".
           DISPLAY "CONFIRMA LA CONVERSION (S/N): ".
           ACCEPT w-confirma.
           IF w-confirma NOT = "S" AND w-confirma NOT = "s"
               DISPLAY "CONVERSION CANCELADA"
               STOP RUN
           END-IF.
           OPEN INPUT DATOS-VIEJO.
           IF w-status-viejo NOT = "00"
               DISPLAY "NO SE PUDO ABRIR datos_socios.dat, ESTADO "
                   w-status-viejo
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DATOS-NUEVO.
           PERFORM 100-LEER-VIEJO.
           PERFORM UNTIL w-flag-dat = 1
               MOVE dav-legajo TO dat-legajo
               MOVE dav-nombre TO dat-nombre
               MOVE dav-dni TO dat-dni
               MOVE dav-domicilio TO dat-domicilio
               MOVE dav-telefono TO dat-telefono
               MOVE dav-mail TO dat-mail
               MOVE dav-fecha-alta TO dat-fecha-alta
               MOVE dav-cbu TO dat-cbu
               MOVE dav-categoria TO dat-categoria
               MOVE dav-fecha-nac TO dat-fecha-nac
               MOVE "N" TO dat-mail-invalido
               WRITE dat-reg
               ADD 1 TO w-cant-convertidos
               PERFORM 100-LEER-VIEJO
           END-PERFORM.
           CLOSE DATOS-VIEJO.
           CLOSE DATOS-NUEVO.
           DISPLAY "REGISTROS CONVERTIDOS: " w-cant-convertidos.
           DISPLAY "RECUERDE RENOMBRAR datos_nuevo.dat COMO "
               "datos_socios.dat".
           STOP RUN.

       100-LEER-VIEJO.
           READ DATOS-VIEJO AT END MOVE 1 TO w-flag-dat.

       END PROGRAM CONVERTIR-DATOS-MAIL.
