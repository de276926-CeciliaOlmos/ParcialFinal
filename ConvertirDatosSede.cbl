      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-DATOS-SEDE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATOS-VIEJO ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS dav-legajo
                   ALTERNATE RECORD KEY IS dav-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dav-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-viejo.
           SELECT DATOS-NUEVO ASSIGN TO "..\datos_nuevo.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.

      * Trazado anterior del maestro de datos personales, con el
      * apellido normalizado y sin la sede. Un maestro con un trazado
      * todavia mas viejo se pasa antes por ConvertirDatosBusqueda.
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
           03 dav-mail-invalido pic x.
           03 dav-apellido pic x(20).

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
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
      * Sede del socio (la mantiene MantenerSedes); los socios
      * anteriores a las sedes quedan en la 01.
           03 dat-sede pic 9(2).

       WORKING-STORAGE SECTION.
       77  w-status-viejo pic xx value spaces.
       77  w-flag-dat pic 9 value zero.
       77  w-cant-convertidos pic 9(5) value zero.
       77  w-confirma pic x value space.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSION UNICA DEL MAESTRO DE DATOS AL "
               "TRAZADO CON SEDE DEL SOCIO".
           DISPLAY "EL MAESTRO CONVERTIDO QUEDA EN datos_nuevo.dat: "
               "AL TERMINAR,".
           DISPLAY "RENOMBRELO COMO datos_socios.dat. TODOS LOS "
               "SOCIOS QUEDAN EN LA SEDE 01.".
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
               MOVE dav-mail-invalido TO dat-mail-invalido
               MOVE dav-apellido TO dat-apellido
               MOVE 1 TO dat-sede
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

       END PROGRAM CONVERTIR-DATOS-SEDE.
