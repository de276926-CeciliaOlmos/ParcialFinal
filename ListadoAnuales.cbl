      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADO-ANUALES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANUALES ASSIGN TO "..\anual_pagado.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-apa.
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT LISTADO ASSIGN TO "..\anuales_listado.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Pagos anuales anticipados que asento ParcialFinal: un
      * registro por socio y anio con el bruto de las cuotas, el
      * descuento otorgado y el neto cobrado con un unico recibo.
       FD  ANUALES.
       01  apa-reg.
           03 apa-legajo pic 9(5).
           03 filler pic x value space.
           03 apa-anio pic 9(4).
           03 filler pic x value space.
           03 apa-fecha pic 9(8).
           03 filler pic x value space.
           03 apa-recibo pic 9(10).
           03 filler pic x value space.
           03 apa-cuotas pic 9(2).
           03 filler pic x value space.
           03 apa-bruto pic 9(8).
           03 filler pic x value space.
           03 apa-pct pic 9(2).
           03 filler pic x value space.
           03 apa-descuento pic 9(8).
           03 filler pic x value space.
           03 apa-neto pic 9(8).

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

      * Listado para tesoreria y secretaria de los socios que tienen
      * el anio pagado por adelantado: no se les generan cuotas
      * sociales de ese anio ni diferencias por aumento de tarifa.
       FD  LISTADO.
       01  lis-linea pic x(120).

       WORKING-STORAGE SECTION.
       77  w-status-apa pic xx value spaces.
       77  w-flag-apa pic 9 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-listar pic 9(4) value zero.
       77  w-cant-anuales pic 9(5) value zero.
       77  w-tot-bruto pic 9(10) value zero.
       77  w-tot-descuento pic 9(10) value zero.
       77  w-tot-neto pic 9(10) value zero.
       01  w-lin-titulo.
           03 filler pic x(38) value
               "SOCIOS CON ANUAL PAGADO - ANIO        ".
           03 w-tit-anio pic 9(4).
       01  w-lin-encabezado.
           03 filler pic x(38) value
               "LEGAJO NOMBRE".
           03 filler pic x(23) value
               "FECHA    RECIBO     CT ".
           03 filler pic x(35) value
               "     BRUTO  %      DESC.       NETO".
       01  w-lin-detalle.
           03 w-det-legajo pic 9(5).
           03 filler pic xx value spaces.
           03 w-det-nombre pic x(30).
           03 filler pic x value space.
           03 w-det-fecha pic 9(8).
           03 filler pic x value space.
           03 w-det-recibo pic 9(10).
           03 filler pic x value space.
           03 w-det-cuotas pic z9.
           03 filler pic x value space.
           03 w-det-bruto pic zz.zzz.zz9.
           03 filler pic x value space.
           03 w-det-pct pic z9.
           03 filler pic x value space.
           03 w-det-descuento pic zz.zzz.zz9.
           03 filler pic x value space.
           03 w-det-neto pic zz.zzz.zz9.
       01  w-lin-total.
           03 filler pic x(22) value "TOTAL SOCIOS:         ".
           03 w-tot-cantidad pic zzzz9.
           03 filler pic x(9) value "  BRUTO: ".
           03 w-tot-lin-bruto pic z.zzz.zzz.zz9.
           03 filler pic x(13) value "  DESCUENTO: ".
           03 w-tot-lin-desc pic z.zzz.zzz.zz9.
           03 filler pic x(8) value "  NETO: ".
           03 w-tot-lin-neto pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "ANIO A LISTAR (ENTER=" w-fecha-hoy (1:4) "): ".
           ACCEPT w-anio-listar.
           IF w-anio-listar = ZERO
               MOVE w-fecha-hoy (1:4) TO w-anio-listar
           END-IF.
           OPEN INPUT DATOS.
           OPEN OUTPUT LISTADO.
           MOVE w-anio-listar TO w-tit-anio.
           WRITE lis-linea FROM w-lin-titulo.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           WRITE lis-linea FROM w-lin-encabezado.
           OPEN INPUT ANUALES.
           IF w-status-apa = "00"
               PERFORM 100-LEER-ANUAL
               PERFORM UNTIL w-flag-apa = 1
                   IF apa-anio = w-anio-listar
                       PERFORM 300-LISTAR-ANUAL
                   END-IF
                   PERFORM 100-LEER-ANUAL
               END-PERFORM
               CLOSE ANUALES
           ELSE
               IF w-status-apa = "05"
                   CLOSE ANUALES
               END-IF
           END-IF.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           MOVE w-cant-anuales TO w-tot-cantidad.
           MOVE w-tot-bruto TO w-tot-lin-bruto.
           MOVE w-tot-descuento TO w-tot-lin-desc.
           MOVE w-tot-neto TO w-tot-lin-neto.
           WRITE lis-linea FROM w-lin-total.
           CLOSE DATOS.
           CLOSE LISTADO.
           DISPLAY "SOCIOS CON ANUAL " w-anio-listar " PAGADO: "
               w-cant-anuales.
           DISPLAY "DESCUENTO OTORGADO: " w-tot-descuento.
           STOP RUN.

       100-LEER-ANUAL.
           READ ANUALES AT END MOVE 1 TO w-flag-apa.

       300-LISTAR-ANUAL.
           MOVE SPACES TO w-lin-detalle.
           MOVE apa-legajo TO w-det-legajo.
           MOVE apa-fecha TO w-det-fecha.
           MOVE apa-recibo TO w-det-recibo.
           MOVE apa-cuotas TO w-det-cuotas.
           MOVE apa-bruto TO w-det-bruto.
           MOVE apa-pct TO w-det-pct.
           MOVE apa-descuento TO w-det-descuento.
           MOVE apa-neto TO w-det-neto.
           MOVE apa-legajo TO dat-legajo.
           READ DATOS
               INVALID KEY
                   MOVE "(SIN DATOS PERSONALES)" TO w-det-nombre
               NOT INVALID KEY
                   MOVE dat-nombre TO w-det-nombre
           END-READ.
           WRITE lis-linea FROM w-lin-detalle.
           ADD 1 TO w-cant-anuales.
           ADD apa-bruto TO w-tot-bruto.
           ADD apa-descuento TO w-tot-descuento.
           ADD apa-neto TO w-tot-neto.

       END PROGRAM LISTADO-ANUALES.
