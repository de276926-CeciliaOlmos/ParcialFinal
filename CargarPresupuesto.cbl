      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAR-PRESUPUESTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESUPUESTO ASSIGN TO "..\presupuesto.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pres-llave.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Presupuesto de ingresos aprobado por la comision: un registro
      * por anio, mes y concepto de facturacion (el mismo
      * cuo-concepto de CUOTAS), con la descripcion del concepto
      * para los informes.
       FD  PRESUPUESTO.
       01  pres-reg.
           03 pres-llave.
               05 pres-anio pic 9(4).
               05 pres-mes pic 9(2).
               05 pres-concepto pic 9(2).
           03 pres-descripcion pic x(20).
           03 pres-importe pic 9(10).
           03 pres-fecha pic 9(8).
           03 pres-operador pic x(8).

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

       WORKING-STORAGE SECTION.
       77  w-status-operadores pic xx value spaces.
       77  w-flag-ope pic 9 value zero.
       77  w-flag-pres pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-llave-menu pic 9 value zero.
           88 salir-menu value 4.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-carga pic 9(4) value zero.
       77  w-mes-carga pic 9(2) value zero.
       77  w-concepto-carga pic 9(2) value zero.
       77  w-descripcion-carga pic x(20) value spaces.
       77  w-importe-carga pic 9(10) value zero.
       77  w-importe-mes pic 9(10) value zero.
       77  w-importe-resto pic 9(10) value zero.
       77  w-operacion-aud pic x(12) value spaces.
       77  w-resultado-aud pic x(15) value spaces.
       77  w-confirma pic x value space.
       77  w-datos-ok pic 9 value zero.
       77  w-existe pic 9 value zero.
       77  w-ind-mes pic 9(2) value zero.
       77  w-tot-anio pic 9(12) value zero.
       77  w-cant-mostrados pic 9(4) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O PRESUPUESTO.
           PERFORM 200-MENU.
           PERFORM UNTIL salir-menu
               PERFORM 250-PROCESO
               PERFORM 200-MENU
           END-PERFORM.
           CLOSE PRESUPUESTO.
           STOP RUN.

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

       200-MENU.
           DISPLAY " ".
           DISPLAY "PRESUPUESTO ANUAL DE INGRESOS".
           DISPLAY "  1- CARGAR O MODIFICAR UN MES DE UN CONCEPTO".
           DISPLAY "  2- CARGAR UN CONCEPTO PARA TODO EL ANIO".
           DISPLAY "  3- CONSULTAR EL PRESUPUESTO DE UN ANIO".
           DISPLAY "  4- SALIR".
           ACCEPT w-llave-menu.

      * El presupuesto lo aprueba la comision: solo un supervisor
      * lo carga o modifica; los demas perfiles pueden consultarlo.
       250-PROCESO.
           IF w-llave-menu = 1 OR w-llave-menu = 2
               IF w-perfil NOT = "S"
                   DISPLAY "SOLO UN SUPERVISOR PUEDE CARGAR EL "
                       "PRESUPUESTO"
               ELSE
                   IF w-llave-menu = 1
                       PERFORM 300-CARGAR-MES
                   ELSE
                       PERFORM 400-CARGAR-ANIO
                   END-IF
               END-IF
           ELSE
               IF w-llave-menu = 3
                   PERFORM 500-CONSULTAR
               ELSE
                   DISPLAY "OPCION INVALIDA"
               END-IF
           END-IF.

       300-CARGAR-MES.
           PERFORM 320-PEDIR-CONCEPTO.
           IF w-datos-ok = 1
               DISPLAY "Mes (1 a 12): "
               ACCEPT w-mes-carga
               IF w-mes-carga < 1 OR w-mes-carga > 12
                   DISPLAY "MES INVALIDO"
               ELSE
                   MOVE w-anio-carga TO pres-anio
                   MOVE w-mes-carga TO pres-mes
                   MOVE w-concepto-carga TO pres-concepto
                   READ PRESUPUESTO
                       INVALID KEY MOVE ZERO TO w-existe
                       NOT INVALID KEY MOVE 1 TO w-existe
                   END-READ
                   IF w-existe = 1
                       DISPLAY "PRESUPUESTO ACTUAL: " pres-importe
                   END-IF
                   DISPLAY "Importe presupuestado del mes: "
                   ACCEPT w-importe-carga
                   MOVE w-importe-carga TO w-importe-mes
                   PERFORM 350-GRABAR-MES
                   DISPLAY "PRESUPUESTO GRABADO"
               END-IF
           END-IF.

      * Anio y concepto de la carga; la descripcion se toma del
      * presupuesto ya cargado del concepto y, si es nuevo, se pide.
       320-PEDIR-CONCEPTO.
           MOVE ZERO TO w-datos-ok.
           DISPLAY "Anio del presupuesto: ".
           ACCEPT w-anio-carga.
           DISPLAY "Concepto de facturacion (1 a 10): ".
           ACCEPT w-concepto-carga.
           IF w-anio-carga = ZERO
           OR w-concepto-carga < 1 OR w-concepto-carga > 10
               DISPLAY "ANIO O CONCEPTO INVALIDO"
           ELSE
               MOVE 1 TO w-datos-ok
               PERFORM 330-BUSCAR-DESCRIPCION
               IF w-descripcion-carga = SPACES
                   DISPLAY "Descripcion del concepto (ej. CUOTA "
                       "SOCIAL): "
                   ACCEPT w-descripcion-carga
               ELSE
                   DISPLAY "CONCEPTO: " w-descripcion-carga
               END-IF
           END-IF.

       330-BUSCAR-DESCRIPCION.
           MOVE SPACES TO w-descripcion-carga.
           PERFORM VARYING w-ind-mes FROM 1 BY 1
               UNTIL w-ind-mes > 12
               OR w-descripcion-carga NOT = SPACES
               MOVE w-anio-carga TO pres-anio
               MOVE w-ind-mes TO pres-mes
               MOVE w-concepto-carga TO pres-concepto
               READ PRESUPUESTO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE pres-descripcion TO w-descripcion-carga
               END-READ
           END-PERFORM.

      * Graba o reemplaza el importe del mes w-mes-carga y deja
      * auditoria del cambio.
       350-GRABAR-MES.
           MOVE w-anio-carga TO pres-anio.
           MOVE w-mes-carga TO pres-mes.
           MOVE w-concepto-carga TO pres-concepto.
           READ PRESUPUESTO
               INVALID KEY MOVE ZERO TO w-existe
               NOT INVALID KEY MOVE 1 TO w-existe
           END-READ.
           MOVE w-anio-carga TO pres-anio.
           MOVE w-mes-carga TO pres-mes.
           MOVE w-concepto-carga TO pres-concepto.
           MOVE w-descripcion-carga TO pres-descripcion.
           MOVE w-importe-mes TO pres-importe.
           MOVE w-fecha-hoy TO pres-fecha.
           MOVE w-operador TO pres-operador.
           MOVE "PRESUPUESTO" TO w-operacion-aud.
           IF w-existe = 1
               REWRITE pres-reg
               MOVE "MODIFICACION" TO w-resultado-aud
           ELSE
               WRITE pres-reg
               MOVE "ALTA" TO w-resultado-aud
           END-IF.
           PERFORM 900-ASENTAR-AUDITORIA.

      * Carga anual: el importe del anio se reparte en doce meses
      * iguales y el resto de la division va a diciembre.
       400-CARGAR-ANIO.
           PERFORM 320-PEDIR-CONCEPTO.
           IF w-datos-ok = 1
               DISPLAY "Importe presupuestado del anio completo: "
               ACCEPT w-importe-carga
               COMPUTE w-importe-mes = w-importe-carga / 12
               COMPUTE w-importe-resto =
                   w-importe-carga - (w-importe-mes * 12)
               DISPLAY "SE CARGAN 12 MESES DE " w-importe-mes
                   " (DICIEMBRE CON " w-importe-resto " MAS)"
               DISPLAY "LOS MESES YA CARGADOS SE REEMPLAZAN. "
                   "CONFIRMA (S/N): "
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   PERFORM VARYING w-mes-carga FROM 1 BY 1
                       UNTIL w-mes-carga > 12
                       IF w-mes-carga = 12
                           ADD w-importe-resto TO w-importe-mes
                       END-IF
                       PERFORM 350-GRABAR-MES
                   END-PERFORM
                   DISPLAY "PRESUPUESTO ANUAL GRABADO"
               ELSE
                   DISPLAY "CARGA CANCELADA"
               END-IF
           END-IF.

       500-CONSULTAR.
           DISPLAY "Anio del presupuesto: ".
           ACCEPT w-anio-carga.
           MOVE ZERO TO w-tot-anio.
           MOVE ZERO TO w-cant-mostrados.
           MOVE ZERO TO w-flag-pres.
           MOVE w-anio-carga TO pres-anio.
           MOVE ZERO TO pres-mes.
           MOVE ZERO TO pres-concepto.
           START PRESUPUESTO KEY IS >= pres-llave
               INVALID KEY MOVE 1 TO w-flag-pres
           END-START.
           PERFORM UNTIL w-flag-pres = 1
               READ PRESUPUESTO NEXT
                   AT END MOVE 1 TO w-flag-pres
                   NOT AT END
                       IF pres-anio NOT = w-anio-carga
                           MOVE 1 TO w-flag-pres
                       ELSE
                           DISPLAY "MES " pres-mes
                               " CONCEPTO " pres-concepto " "
                               pres-descripcion " "
                               pres-importe
                           ADD pres-importe TO w-tot-anio
                           ADD 1 TO w-cant-mostrados
                       END-IF
               END-READ
           END-PERFORM.
           IF w-cant-mostrados = ZERO
               DISPLAY "NO HAY PRESUPUESTO CARGADO PARA ESE ANIO"
           ELSE
               DISPLAY "TOTAL PRESUPUESTADO DEL ANIO: " w-tot-anio
           END-IF.

       900-ASENTAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE ZERO TO aud-legajo.
           MOVE w-operacion-aud TO aud-operacion.
           MOVE w-resultado-aud TO aud-resultado.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

       END PROGRAM CARGAR-PRESUPUESTO.
