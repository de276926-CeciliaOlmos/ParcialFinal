      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-DATOS-BUSQUEDA.
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
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.

      * Trazado anterior del maestro de datos personales, con la
      * marca de mail invalido y sin claves alternativas. Un maestro
      * con un trazado todavia mas viejo se pasa antes por
      * ConvertirDatos y ConvertirDatosMail.
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

       WORKING-STORAGE SECTION.
       77  w-status-viejo pic xx value spaces.
       77  w-flag-dat pic 9 value zero.
       77  w-cant-convertidos pic 9(5) value zero.
       77  w-cant-sin-apellido pic 9(5) value zero.
       77  w-confirma pic x value space.
       77  w-nombre-norm pic x(30) value spaces.
       77  w-pos-coma pic 9(2) value zero.
       77  w-pos-ini pic 9(2) value zero.
       77  w-pos-fin pic 9(2) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONVERSION UNICA DEL MAESTRO DE DATOS AL "
               "TRAZADO CON CLAVES DE BUSQUEDA POR DNI Y APELLIDO".
           DISPLAY "EL MAESTRO CONVERTIDO QUEDA EN datos_nuevo.dat: "
               "AL TERMINAR,".
           DISPLAY "RENOMBRELO COMO datos_socios.dat. EL APELLIDO "
               "SE TOMA DEL NOMBRE CARGADO.".
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
               PERFORM 200-NORMALIZAR-APELLIDO
               IF dat-apellido = SPACES
                   ADD 1 TO w-cant-sin-apellido
               END-IF
               WRITE dat-reg
               ADD 1 TO w-cant-convertidos
               PERFORM 100-LEER-VIEJO
           END-PERFORM.
           CLOSE DATOS-VIEJO.
           CLOSE DATOS-NUEVO.
           DISPLAY "REGISTROS CONVERTIDOS: " w-cant-convertidos.
           DISPLAY "SIN APELLIDO (NOMBRE EN BLANCO): "
               w-cant-sin-apellido.
           DISPLAY "RECUERDE RENOMBRAR datos_nuevo.dat COMO "
               "datos_socios.dat".
           STOP RUN.

       100-LEER-VIEJO.
           READ DATOS-VIEJO AT END MOVE 1 TO w-flag-dat.

      * Apellido normalizado para la busqueda de socios: mayusculas
      * y sin blancos adelante. Si el nombre se cargo como
      * "APELLIDO, NOMBRES" es lo que esta antes de la coma; si no,
      * la ultima palabra (se carga "Nombre y apellido").
       200-NORMALIZAR-APELLIDO.
           MOVE FUNCTION UPPER-CASE (dat-nombre) TO w-nombre-norm.
           MOVE SPACES TO dat-apellido.
           MOVE ZERO TO w-pos-coma.
           INSPECT w-nombre-norm TALLYING w-pos-coma
               FOR CHARACTERS BEFORE INITIAL ",".
           IF w-pos-coma < 30
               MOVE 1 TO w-pos-ini
               PERFORM UNTIL w-pos-ini > w-pos-coma
               OR w-nombre-norm (w-pos-ini:1) NOT = SPACE
                   ADD 1 TO w-pos-ini
               END-PERFORM
               MOVE w-pos-coma TO w-pos-fin
           ELSE
               MOVE 30 TO w-pos-fin
               PERFORM UNTIL w-pos-fin = ZERO
               OR w-nombre-norm (w-pos-fin:1) NOT = SPACE
                   SUBTRACT 1 FROM w-pos-fin
               END-PERFORM
               MOVE w-pos-fin TO w-pos-ini
               PERFORM UNTIL w-pos-ini < 2
               OR w-nombre-norm (w-pos-ini - 1:1) = SPACE
                   SUBTRACT 1 FROM w-pos-ini
               END-PERFORM
           END-IF.
           IF w-pos-fin > ZERO AND w-pos-fin >= w-pos-ini
               MOVE w-nombre-norm (w-pos-ini:w-pos-fin - w-pos-ini + 1)
                   TO dat-apellido
           END-IF.


       END PROGRAM CONVERTIR-DATOS-BUSQUEDA.
