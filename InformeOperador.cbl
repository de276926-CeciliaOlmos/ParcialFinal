      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-OPERADOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL PARAMETROS-SIS
                   ASSIGN TO "..\parametros.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-parsis.
           SELECT OPTIONAL GRUPOS ASSIGN TO "..\grupos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-grupos.
           SELECT OPTIONAL CAJA-SESION ASSIGN TO "..\caja_sesion.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-sesion.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-auditoria.
           SELECT OPTIONAL BITACORA
                   ASSIGN TO "..\cuotas_bitacora.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-bitacora.
           SELECT OPTIONAL MOVIMS ASSIGN TO "..\caja_movims.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-movims.
           SELECT OPTIONAL ARQUEOS ASSIGN TO "..\arqueos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-arqueos.
           SELECT OPTIONAL DEVOLUCIONES
                   ASSIGN TO "..\devoluciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-devol.
           SELECT OPTIONAL CONDONACIONES
                   ASSIGN TO "..\condonaciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-condon.
           SELECT OPTIONAL AUDITORIA-HIST
                   ASSIGN TO "..\auditoria_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS auh-llave
                   ALTERNATE RECORD KEY IS auh-llave-legajo
                   FILE STATUS IS w-status-auh.
           SELECT OPTIONAL BITACORA-HIST
                   ASSIGN TO "..\cuotas_bitacora_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS bth-llave
                   ALTERNATE RECORD KEY IS bth-llave-legajo
                   FILE STATUS IS w-status-bth.
           SELECT OPTIONAL MOVIMS-HIST
                   ASSIGN TO "..\caja_movims_hist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS moh-llave
                   ALTERNATE RECORD KEY IS moh-llave-legajo
                   FILE STATUS IS w-status-moh.
           SELECT OPTIONAL CONTROL-ROT
                   ASSIGN TO "..\rotacion_control.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ctl.
           SELECT SORT-OPE
           ASSIGN TO "sortwork".
           SELECT INFORME ASSIGN TO "..\informe_operador.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * El legajo es opcional: solo lo tienen los operadores que
      * tambien son socios (lo carga CrearOperadores).
       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 filler pic x value space.
           03 ope-clave pic x(8).
           03 filler pic x value space.
           03 ope-perfil pic x.
           03 filler pic x value space.
           03 ope-legajo pic 9(5).

       FD  PARAMETROS-SIS.
       01  psis-reg.
           03 psis-clave pic x(20).
           03 filler pic x value space.
           03 psis-tipo pic x.
           03 filler pic x value space.
           03 psis-valor pic x(20).

       FD  GRUPOS.
       01  grp-reg.
           03 grp-nro pic 9(4).
           03 filler pic x value space.
           03 grp-legajo pic 9(5).
           03 filler pic x value space.
           03 grp-rol pic x.

       FD  CAJA-SESION.
       01  ses-reg.
           03 ses-nro pic 9(4).
           03 filler pic x value space.
           03 ses-fecha pic 9(8).
           03 filler pic x value space.
           03 ses-cajero pic x(8).
           03 filler pic x value space.
           03 ses-estado pic x.
           03 filler pic x value space.
           03 ses-sede pic 9(2).

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

       FD  MOVIMS.
       01  mov-reg.
           03 mov-sesion pic 9(4).
           03 filler pic x value space.
           03 mov-recibo pic 9(10).
           03 filler pic x value space.
           03 mov-legajo pic 9(5).
           03 filler pic x value space.
           03 mov-importe pic 9(8).
           03 filler pic x value space.
           03 mov-fecha pic 9(8).
           03 filler pic x value space.
           03 mov-hora pic 9(8).
           03 filler pic x value space.
           03 mov-medio pic x.
           03 filler pic x value space.
           03 mov-sede pic 9(2).

       FD  ARQUEOS.
       01  arq-reg.
           03 arq-sesion pic 9(4).
           03 filler pic x value space.
           03 arq-fecha pic 9(8).
           03 filler pic x value space.
           03 arq-cajero pic x(8).
           03 filler pic x value space.
           03 arq-medio pic x.
           03 filler pic x value space.
           03 arq-cant-pagos pic 9(6).
           03 filler pic x value space.
           03 arq-total-sistema pic 9(10).
           03 filler pic x value space.
           03 arq-declarado pic 9(10).
           03 filler pic x value space.
           03 arq-diferencia pic s9(10) sign leading separate.
           03 filler pic x value space.
           03 arq-hora pic 9(8).

       FD  DEVOLUCIONES.
       01  dev-reg.
           03 dev-comprobante pic 9(6).
           03 filler pic x value space.
           03 dev-legajo pic 9(5).
           03 filler pic x value space.
           03 dev-importe pic 9(8).
           03 filler pic x value space.
           03 dev-autorizacion pic 9(10).
           03 filler pic x value space.
           03 dev-fecha pic 9(8).
           03 filler pic x value space.
           03 dev-hora pic 9(8).
           03 filler pic x value space.
           03 dev-operador pic x(8).

       FD  CONDONACIONES.
       01  con-reg.
           03 con-legajo pic 9(5).
           03 filler pic x value space.
           03 con-cuota pic 9(2).
           03 filler pic x value space.
           03 con-anio pic 9(4).
           03 filler pic x value space.
           03 con-importe pic 9(8).
           03 filler pic x value space.
           03 con-autorizacion pic 9(10).
           03 filler pic x value space.
           03 con-fecha pic 9(8).
           03 filler pic x value space.
           03 con-hora pic 9(8).
           03 filler pic x value space.
           03 con-resultado pic x(15).

      * Historicos de auditoria, bitacora y movimientos de caja
      * (RotarRegistros): fecha y orden como clave primaria, legajo,
      * fecha y orden como clave alternativa y el registro original.
       FD  AUDITORIA-HIST.
       01  auh-reg.
           03 auh-llave.
               05 auh-fecha pic 9(8).
               05 auh-orden pic 9(8).
           03 auh-llave-legajo.
               05 auh-legajo pic 9(5).
               05 auh-fecha-alt pic 9(8).
               05 auh-orden-alt pic 9(8).
           03 auh-datos pic x(61).

       FD  BITACORA-HIST.
       01  bth-reg.
           03 bth-llave.
               05 bth-fecha pic 9(8).
               05 bth-orden pic 9(8).
           03 bth-llave-legajo.
               05 bth-legajo pic 9(5).
               05 bth-fecha-alt pic 9(8).
               05 bth-orden-alt pic 9(8).
           03 bth-datos pic x(119).

       FD  MOVIMS-HIST.
       01  moh-reg.
           03 moh-llave.
               05 moh-fecha pic 9(8).
               05 moh-orden pic 9(8).
           03 moh-llave-legajo.
               05 moh-legajo pic 9(5).
               05 moh-fecha-alt pic 9(8).
               05 moh-orden-alt pic 9(8).
           03 moh-datos pic x(53).

      * Control de la rotacion: lo anterior a la fecha de corte de
      * una rotacion OK ya no esta en el archivo de texto.
       FD  CONTROL-ROT.
       01  ctl-reg.
           03 ctl-fecha pic 9(8).
           03 filler pic x.
           03 ctl-hora pic 9(8).
           03 filler pic x.
           03 ctl-archivo pic x(12).
           03 filler pic x.
           03 ctl-corte pic 9(8).
           03 filler pic x.
           03 ctl-leidos pic 9(8).
           03 filler pic x.
           03 ctl-pasados pic 9(8).
           03 filler pic x.
           03 ctl-retenidos pic 9(8).
           03 filler pic x.
           03 ctl-hist-total pic 9(8).
           03 filler pic x.
           03 ctl-ultimo-nro pic 9(8).
           03 filler pic x.
           03 ctl-estado pic x(5).

      * Una operacion por registro, de cualquiera de las fuentes;
      * el SORT las deja en orden cronologico.
       SD  SORT-OPE.
       01  srt-reg.
           03 srt-fecha pic 9(8).
           03 srt-hora pic 9(8).
           03 srt-origen pic x(10).
           03 srt-operacion pic x(12).
           03 srt-legajo pic 9(5).
           03 srt-importe pic 9(10).
           03 srt-diferencia pic s9(10).
           03 srt-detalle pic x(30).

       FD  INFORME.
       01  inf-linea pic x(132).

       WORKING-STORAGE SECTION.
       77  w-status-operadores pic xx value spaces.
       77  w-status-parsis pic xx value spaces.
       77  w-status-grupos pic xx value spaces.
       77  w-status-sesion pic xx value spaces.
       77  w-status-auditoria pic xx value spaces.
       77  w-status-bitacora pic xx value spaces.
       77  w-status-movims pic xx value spaces.
       77  w-status-arqueos pic xx value spaces.
       77  w-status-devol pic xx value spaces.
       77  w-status-condon pic xx value spaces.
       77  w-flag-ope pic 9 value zero.
       77  w-flag-parsis pic 9 value zero.
       77  w-flag-grp pic 9 value zero.
       77  w-flag-ses pic 9 value zero.
       77  w-flag-aud pic 9 value zero.
       77  w-flag-bit pic 9 value zero.
       77  w-flag-mov pic 9 value zero.
       77  w-status-auh pic xx value spaces.
       77  w-status-bth pic xx value spaces.
       77  w-status-moh pic xx value spaces.
       77  w-status-ctl pic xx value spaces.
       77  w-flag-hist pic 9 value zero.
       77  w-flag-ctl pic 9 value zero.
       77  w-uso-hist pic 9 value zero.
       77  w-corte-aud pic 9(8) value zero.
       77  w-corte-bit pic 9(8) value zero.
       77  w-corte-mov pic 9(8) value zero.
       77  w-flag-arq pic 9 value zero.
       77  w-flag-dev pic 9 value zero.
       77  w-flag-con pic 9 value zero.
       77  w-flag-sort pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-ope-pedido pic x(8) value spaces.
       77  w-ope-existe pic 9 value zero.
       77  w-legajo-operador pic 9(5) value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-hora-desde pic 9(4) value 0800.
       77  w-hora-hasta pic 9(4) value 2000.
       77  w-hhmm pic 9(4) value zero.
       77  w-cant-grupos pic 9(2) value zero.
       77  w-ind-grp pic 9(2) value zero.
       77  w-cant-familia pic 9(3) value zero.
       77  w-ind-fam pic 9(3) value zero.
       77  w-es-familia pic 9 value zero.
       77  w-cant-sesiones pic 9(4) value zero.
       77  w-ind-ses pic 9(4) value zero.
       77  w-es-sesion pic 9 value zero.
       77  w-cant-autoriz pic 9(4) value zero.
       77  w-ind-aut pic 9(4) value zero.
       77  w-es-autoriz pic 9 value zero.
       77  w-cant-tipos pic 9(2) value zero.
       77  w-ind-tipo pic 9(2) value zero.
       77  w-tipo-hallado pic 9(2) value zero.
       77  w-cant-operaciones pic 9(6) value zero.
       77  w-cant-fuera-horario pic 9(6) value zero.
       77  w-cant-dif-arqueo pic 9(6) value zero.
       77  w-cant-familiares pic 9(6) value zero.
       77  w-edit-sesion pic 9(4) value zero.
       77  w-edit-dif pic -(10)9.
       01  w-aud-autoriz.
           03 w-aud-autoriz-nro pic 9(10).
           03 filler pic x(5).
       01  w-tab-grupos.
           03 w-grp-nro occurs 10 pic 9(4).
       01  w-tab-familia.
           03 w-fam-legajo occurs 200 pic 9(5).
       01  w-tab-sesiones.
           03 w-ses-nro occurs 2000 pic 9(4).
       01  w-tab-autorizaciones.
           03 w-aut-nro occurs 2000 pic 9(10).
       01  w-tab-tipos.
           03 w-tipo-item occurs 30.
               05 w-tipo-operacion pic x(12).
               05 w-tipo-cant pic 9(6).
               05 w-tipo-importe pic 9(12).

       01  w-lin-titulo.
           03 filler pic x(32) value
               "ACTIVIDAD DEL OPERADOR          ".
           03 w-tit-operador pic x(8).
           03 filler pic x(8) value "  DESDE ".
           03 w-tit-desde pic 9(8).
           03 filler pic x(7) value " HASTA ".
           03 w-tit-hasta pic 9(8).
       01  w-lin-legajo.
           03 filler pic x(32) value
               "LEGAJO DE SOCIO DEL OPERADOR:   ".
           03 w-leg-legajo pic 9(5).
           03 filler pic x(22) value "  FAMILIARES/PROPIOS: ".
           03 w-leg-familia pic zz9.
       01  w-lin-encabezado.
           03 filler pic x(40) value
               "FECHA    HORA  ORIGEN     OPERACION    ".
           03 filler pic x(21) value "LEGAJO        IMPORTE".
           03 filler pic x(38) value
               " DETALLE                        MARCAS".
       01  w-lin-detalle.
           03 w-det-fecha pic 9(8).
           03 filler pic x value space.
           03 w-det-hh pic 9(2).
           03 filler pic x value ":".
           03 w-det-mm pic 9(2).
           03 filler pic x value space.
           03 w-det-origen pic x(10).
           03 filler pic x value space.
           03 w-det-operacion pic x(12).
           03 filler pic x value space.
           03 w-det-legajo pic 9(5).
           03 filler pic x value space.
           03 w-det-importe pic zz.zzz.zzz.zz9.
           03 filler pic x value space.
           03 w-det-detalle pic x(30).
           03 filler pic x value space.
           03 w-det-marca-horario pic x(9).
           03 w-det-marca-arqueo pic x(9).
           03 w-det-marca-grupo pic x(9).
       01  w-lin-tipo.
           03 filler pic x(4) value spaces.
           03 w-lti-operacion pic x(12).
           03 filler pic x(2) value spaces.
           03 w-lti-cant pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 w-lti-importe pic zzz.zzz.zzz.zz9.
       01  w-lin-total.
           03 w-tot-texto pic x(32).
           03 w-tot-cantidad pic zzzzz9.

      * Informe de actividad de un operador para auditoria interna:
      * junta en orden cronologico lo que el operador dejo en
      * auditoria.txt, cuotas_bitacora.txt, caja_movims.txt,
      * arqueos.txt, devoluciones.txt y condonaciones.txt dentro de
      * un rango de fechas, con totales por tipo de operacion. Marca
      * las operaciones fuera del horario de caja (HORA-CAJA-DESDE y
      * HORA-CAJA-HASTA, 0800 y 2000 por omision), los arqueos con
      * diferencia y las operaciones sobre el propio grupo familiar
      * del operador. Solo lo corre un supervisor.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           IF w-perfil NOT = "S"
               DISPLAY "EL INFORME DE ACTIVIDAD POR OPERADOR ES SOLO "
               DISPLAY "PARA SUPERVISORES"
               STOP RUN
           END-IF.
           PERFORM 090-LEER-PARAMETROS-SIS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-PEDIR-DATOS.
           PERFORM 105-LEER-CORTES.
           PERFORM 110-BUSCAR-OPERADOR.
           PERFORM 120-CARGAR-GRUPO.
           PERFORM 130-CARGAR-SESIONES.
           PERFORM 140-CARGAR-AUTORIZACIONES.
           SORT SORT-OPE ASCENDING srt-fecha srt-hora
               INPUT PROCEDURE IS 200-ENTRADA
               OUTPUT PROCEDURE IS 500-SALIDA.
           DISPLAY "OPERACIONES INFORMADAS: " w-cant-operaciones.
           DISPLAY "INFORME GRABADO EN informe_operador.txt".
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

       090-LEER-PARAMETROS-SIS.
           OPEN INPUT PARAMETROS-SIS.
           IF w-status-parsis = "00"
               PERFORM 095-LEER-PARSIS
               PERFORM UNTIL w-flag-parsis = 1
                   IF psis-clave = "HORA-CAJA-DESDE"
                       COMPUTE w-hora-desde =
                           FUNCTION NUMVAL (psis-valor)
                   END-IF
                   IF psis-clave = "HORA-CAJA-HASTA"
                       COMPUTE w-hora-hasta =
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

       100-PEDIR-DATOS.
           DISPLAY "Operador a informar: ".
           ACCEPT w-ope-pedido.
           IF w-ope-pedido = SPACES
               DISPLAY "SIN OPERADOR, NADA QUE INFORMAR"
               STOP RUN
           END-IF.
           DISPLAY "Desde AAAAMMDD (ENTER=todo el historico): ".
           ACCEPT w-fecha-desde.
           DISPLAY "Hasta AAAAMMDD (ENTER=hoy): ".
           ACCEPT w-fecha-hasta.
           IF w-fecha-hasta = ZERO
               MOVE w-fecha-hoy TO w-fecha-hasta
           END-IF.
           IF w-fecha-desde > w-fecha-hasta
               DISPLAY "RANGO DE FECHAS INVALIDO"
               STOP RUN
           END-IF.

      * Fechas de corte de la ultima rotacion OK de cada archivo:
      * lo anterior esta en el historico indexado.
       105-LEER-CORTES.
           OPEN INPUT CONTROL-ROT.
           IF w-status-ctl = "00"
               PERFORM 107-LEER-CONTROL
               PERFORM UNTIL w-flag-ctl = 1
                   IF ctl-estado = "OK"
                       IF ctl-archivo = "AUDITORIA"
                       AND ctl-corte > w-corte-aud
                           MOVE ctl-corte TO w-corte-aud
                       END-IF
                       IF ctl-archivo = "BITACORA"
                       AND ctl-corte > w-corte-bit
                           MOVE ctl-corte TO w-corte-bit
                       END-IF
                       IF ctl-archivo = "CAJA"
                       AND ctl-corte > w-corte-mov
                           MOVE ctl-corte TO w-corte-mov
                       END-IF
                   END-IF
                   PERFORM 107-LEER-CONTROL
               END-PERFORM
               CLOSE CONTROL-ROT
           ELSE
               IF w-status-ctl = "05"
                   CLOSE CONTROL-ROT
               END-IF
           END-IF.

       107-LEER-CONTROL.
           READ CONTROL-ROT AT END MOVE 1 TO w-flag-ctl.

      * Un operador dado de baja del maestro igual se informa: su
      * rastro queda en los archivos aunque ya no pueda entrar.
       110-BUSCAR-OPERADOR.
           MOVE ZERO TO w-flag-ope.
           OPEN INPUT OPERADORES.
           PERFORM 035-LEER-OPERADOR.
           PERFORM UNTIL w-flag-ope = 1
               IF ope-codigo = w-ope-pedido
                   MOVE 1 TO w-ope-existe
                   IF ope-legajo IS NUMERIC
                       MOVE ope-legajo TO w-legajo-operador
                   END-IF
               END-IF
               PERFORM 035-LEER-OPERADOR
           END-PERFORM.
           CLOSE OPERADORES.
           IF w-ope-existe = ZERO
               DISPLAY "EL OPERADOR " w-ope-pedido " NO ESTA EN EL "
                   "MAESTRO, SE INFORMA IGUAL SU RASTRO"
           END-IF.

      * El grupo familiar del operador: su propio legajo mas todos
      * los legajos de los grupos en que figura.
       120-CARGAR-GRUPO.
           IF w-legajo-operador NOT = ZERO
               MOVE 1 TO w-cant-familia
               MOVE w-legajo-operador TO w-fam-legajo (1)
               MOVE ZERO TO w-flag-grp
               OPEN INPUT GRUPOS
               IF w-status-grupos = "00"
                   PERFORM 125-LEER-GRUPO
                   PERFORM UNTIL w-flag-grp = 1
                       IF grp-legajo = w-legajo-operador
                       AND w-cant-grupos < 10
                           ADD 1 TO w-cant-grupos
                           MOVE grp-nro TO w-grp-nro (w-cant-grupos)
                       END-IF
                       PERFORM 125-LEER-GRUPO
                   END-PERFORM
                   CLOSE GRUPOS
               ELSE
                   IF w-status-grupos = "05"
                       CLOSE GRUPOS
                   END-IF
               END-IF
           END-IF.
           IF w-cant-grupos > ZERO
               MOVE ZERO TO w-flag-grp
               OPEN INPUT GRUPOS
               PERFORM 125-LEER-GRUPO
               PERFORM UNTIL w-flag-grp = 1
                   PERFORM VARYING w-ind-grp FROM 1 BY 1
                           UNTIL w-ind-grp > w-cant-grupos
                       IF grp-nro = w-grp-nro (w-ind-grp)
                       AND grp-legajo NOT = w-legajo-operador
                       AND w-cant-familia < 200
                           ADD 1 TO w-cant-familia
                           MOVE grp-legajo
                               TO w-fam-legajo (w-cant-familia)
                       END-IF
                   END-PERFORM
                   PERFORM 125-LEER-GRUPO
               END-PERFORM
               CLOSE GRUPOS
           END-IF.

       125-LEER-GRUPO.
           READ GRUPOS AT END MOVE 1 TO w-flag-grp.

      * Los movimientos de caja no llevan operador: se toman los de
      * las sesiones en que fue cajero. CerrarCaja depura del
      * archivo de sesiones las cerradas, por eso las sesiones
      * viejas se recuperan de las actas de arqueo.
       130-CARGAR-SESIONES.
           OPEN INPUT CAJA-SESION.
           IF w-status-sesion = "00"
               PERFORM 135-LEER-SESION
               PERFORM UNTIL w-flag-ses = 1
                   IF ses-cajero = w-ope-pedido
                       MOVE ses-nro TO w-edit-sesion
                       PERFORM 138-AGREGAR-SESION
                   END-IF
                   PERFORM 135-LEER-SESION
               END-PERFORM
               CLOSE CAJA-SESION
           ELSE
               IF w-status-sesion = "05"
                   CLOSE CAJA-SESION
               END-IF
           END-IF.
           OPEN INPUT ARQUEOS.
           IF w-status-arqueos = "00"
               PERFORM 136-LEER-ARQUEO
               PERFORM UNTIL w-flag-arq = 1
                   IF arq-cajero = w-ope-pedido
                       MOVE arq-sesion TO w-edit-sesion
                       PERFORM 138-AGREGAR-SESION
                   END-IF
                   PERFORM 136-LEER-ARQUEO
               END-PERFORM
               CLOSE ARQUEOS
           ELSE
               IF w-status-arqueos = "05"
                   CLOSE ARQUEOS
               END-IF
           END-IF.

       135-LEER-SESION.
           READ CAJA-SESION AT END MOVE 1 TO w-flag-ses.

       136-LEER-ARQUEO.
           READ ARQUEOS AT END MOVE 1 TO w-flag-arq.

       138-AGREGAR-SESION.
           MOVE ZERO TO w-es-sesion.
           PERFORM VARYING w-ind-ses FROM 1 BY 1
                   UNTIL w-ind-ses > w-cant-sesiones
               IF w-ses-nro (w-ind-ses) = w-edit-sesion
                   MOVE 1 TO w-es-sesion
               END-IF
           END-PERFORM.
           IF w-es-sesion = ZERO AND w-cant-sesiones < 2000
               ADD 1 TO w-cant-sesiones
               MOVE w-edit-sesion TO w-ses-nro (w-cant-sesiones)
           END-IF.

      * condonaciones.txt tampoco lleva operador: CargarNovedades
      * deja en auditoria, por cada condonacion capturada, el codigo
      * de autorizacion y quien la cargo.
       140-CARGAR-AUTORIZACIONES.
           OPEN INPUT AUDITORIA.
           IF w-status-auditoria = "00"
               IF w-fecha-desde < w-corte-aud
                   MOVE 1 TO w-uso-hist
                   PERFORM 170-HISTORICO-AUDITORIA
               END-IF
               PERFORM 145-LEER-AUDITORIA
               PERFORM UNTIL w-flag-aud = 1
                   PERFORM 142-AUTORIZACION-AUDITORIA
                   PERFORM 145-LEER-AUDITORIA
               END-PERFORM
               CLOSE AUDITORIA
           ELSE
               IF w-status-auditoria = "05"
                   CLOSE AUDITORIA
               END-IF
           END-IF.

       142-AUTORIZACION-AUDITORIA.
           IF aud-operador = w-ope-pedido
           AND aud-operacion = "CONDONACION"
           AND w-cant-autoriz < 2000
               MOVE aud-resultado TO w-aud-autoriz
               IF w-aud-autoriz-nro IS NUMERIC
                   ADD 1 TO w-cant-autoriz
                   MOVE w-aud-autoriz-nro
                       TO w-aut-nro (w-cant-autoriz)
               END-IF
           END-IF.

       145-LEER-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-aud.

      * Lo que la rotacion paso al historico se lee por la clave
      * primaria desde la fecha pedida. El registro original se
      * vuelca sobre el de auditoria.txt (abierto) y sigue por el
      * mismo camino que lo que esta en linea.
       170-HISTORICO-AUDITORIA.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT AUDITORIA-HIST.
           IF w-status-auh = "00"
               MOVE w-fecha-desde TO auh-fecha
               MOVE ZERO TO auh-orden
               START AUDITORIA-HIST KEY IS >= auh-llave
                   INVALID KEY MOVE 1 TO w-flag-hist
               END-START
               PERFORM UNTIL w-flag-hist = 1
                   READ AUDITORIA-HIST NEXT
                       AT END MOVE 1 TO w-flag-hist
                       NOT AT END
                           IF auh-fecha > w-fecha-hasta
                               MOVE 1 TO w-flag-hist
                           ELSE
                               MOVE auh-datos TO aud-reg
                               IF w-uso-hist = 1
                                   PERFORM 142-AUTORIZACION-AUDITORIA
                               ELSE
                                   PERFORM 215-OPERACION-AUDITORIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-HIST
           ELSE
               IF w-status-auh = "05"
                   CLOSE AUDITORIA-HIST
               END-IF
           END-IF.

       180-HISTORICO-BITACORA.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT BITACORA-HIST.
           IF w-status-bth = "00"
               MOVE w-fecha-desde TO bth-fecha
               MOVE ZERO TO bth-orden
               START BITACORA-HIST KEY IS >= bth-llave
                   INVALID KEY MOVE 1 TO w-flag-hist
               END-START
               PERFORM UNTIL w-flag-hist = 1
                   READ BITACORA-HIST NEXT
                       AT END MOVE 1 TO w-flag-hist
                       NOT AT END
                           IF bth-fecha > w-fecha-hasta
                               MOVE 1 TO w-flag-hist
                           ELSE
                               MOVE bth-datos TO bit-reg
                               PERFORM 222-OPERACION-BITACORA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BITACORA-HIST
           ELSE
               IF w-status-bth = "05"
                   CLOSE BITACORA-HIST
               END-IF
           END-IF.

       190-HISTORICO-MOVIMS.
           MOVE ZERO TO w-flag-hist.
           OPEN INPUT MOVIMS-HIST.
           IF w-status-moh = "00"
               MOVE w-fecha-desde TO moh-fecha
               MOVE ZERO TO moh-orden
               START MOVIMS-HIST KEY IS >= moh-llave
                   INVALID KEY MOVE 1 TO w-flag-hist
               END-START
               PERFORM UNTIL w-flag-hist = 1
                   READ MOVIMS-HIST NEXT
                       AT END MOVE 1 TO w-flag-hist
                       NOT AT END
                           IF moh-fecha > w-fecha-hasta
                               MOVE 1 TO w-flag-hist
                           ELSE
                               MOVE moh-datos TO mov-reg
                               PERFORM 232-OPERACION-MOVIMS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVIMS-HIST
           ELSE
               IF w-status-moh = "05"
                   CLOSE MOVIMS-HIST
               END-IF
           END-IF.

       200-ENTRADA.
           PERFORM 210-ENTRADA-AUDITORIA.
           PERFORM 220-ENTRADA-BITACORA.
           PERFORM 230-ENTRADA-MOVIMS.
           PERFORM 240-ENTRADA-ARQUEOS.
           PERFORM 250-ENTRADA-DEVOLUCIONES.
           PERFORM 260-ENTRADA-CONDONACIONES.

      * Las devoluciones y las condonaciones tambien dejan registro
      * en auditoria, pero se informan desde su propio archivo, que
      * trae el importe.
       210-ENTRADA-AUDITORIA.
           MOVE ZERO TO w-flag-aud.
           OPEN INPUT AUDITORIA.
           IF w-status-auditoria = "00"
               IF w-fecha-desde < w-corte-aud
                   MOVE 2 TO w-uso-hist
                   PERFORM 170-HISTORICO-AUDITORIA
               END-IF
               PERFORM 145-LEER-AUDITORIA
               PERFORM UNTIL w-flag-aud = 1
                   PERFORM 215-OPERACION-AUDITORIA
                   PERFORM 145-LEER-AUDITORIA
               END-PERFORM
               CLOSE AUDITORIA
           ELSE
               IF w-status-auditoria = "05"
                   CLOSE AUDITORIA
               END-IF
           END-IF.

       215-OPERACION-AUDITORIA.
           IF aud-operador = w-ope-pedido
           AND aud-fecha >= w-fecha-desde
           AND aud-fecha <= w-fecha-hasta
           AND aud-operacion NOT = "CONDONACION"
           AND aud-operacion NOT = "DEVOLUCION"
               MOVE SPACES TO srt-reg
               MOVE aud-fecha TO srt-fecha
               MOVE aud-hora TO srt-hora
               MOVE "AUDITORIA" TO srt-origen
               MOVE aud-operacion TO srt-operacion
               MOVE aud-legajo TO srt-legajo
               MOVE ZERO TO srt-importe
               MOVE ZERO TO srt-diferencia
               MOVE aud-resultado TO srt-detalle
               RELEASE srt-reg
           END-IF.

      * La bitacora de cuotas: cada cambio de estado o de importe de
      * una cuota hecho a mano; el importe informado es lo que quedo
      * debiendo la cuota despues del cambio.
       220-ENTRADA-BITACORA.
           OPEN INPUT BITACORA.
           IF w-status-bitacora = "00"
               IF w-fecha-desde < w-corte-bit
                   PERFORM 180-HISTORICO-BITACORA
               END-IF
               PERFORM 225-LEER-BITACORA
               PERFORM UNTIL w-flag-bit = 1
                   PERFORM 222-OPERACION-BITACORA
                   PERFORM 225-LEER-BITACORA
               END-PERFORM
               CLOSE BITACORA
           ELSE
               IF w-status-bitacora = "05"
                   CLOSE BITACORA
               END-IF
           END-IF.

       222-OPERACION-BITACORA.
           IF bit-operador = w-ope-pedido
           AND bit-fecha >= w-fecha-desde
           AND bit-fecha <= w-fecha-hasta
               MOVE SPACES TO srt-reg
               MOVE bit-fecha TO srt-fecha
               MOVE bit-hora TO srt-hora
               MOVE "BITACORA" TO srt-origen
               MOVE "MOD. CUOTA" TO srt-operacion
               MOVE bit-legajo TO srt-legajo
               MOVE bit-debe-nue TO srt-importe
               MOVE ZERO TO srt-diferencia
               STRING "CUOTA " bit-cuota "/" bit-anio " "
                   bit-est-ant ">" bit-est-nue " "
                   bit-programa DELIMITED BY SIZE
                   INTO srt-detalle
               RELEASE srt-reg
           END-IF.

       225-LEER-BITACORA.
           READ BITACORA AT END MOVE 1 TO w-flag-bit.

       230-ENTRADA-MOVIMS.
           OPEN INPUT MOVIMS.
           IF w-status-movims = "00"
               IF w-fecha-desde < w-corte-mov
                   PERFORM 190-HISTORICO-MOVIMS
               END-IF
               PERFORM 235-LEER-MOVIMIENTO
               PERFORM UNTIL w-flag-mov = 1
                   PERFORM 232-OPERACION-MOVIMS
                   PERFORM 235-LEER-MOVIMIENTO
               END-PERFORM
               CLOSE MOVIMS
           ELSE
               IF w-status-movims = "05"
                   CLOSE MOVIMS
               END-IF
           END-IF.

       232-OPERACION-MOVIMS.
           IF mov-fecha >= w-fecha-desde
           AND mov-fecha <= w-fecha-hasta
               MOVE ZERO TO w-es-sesion
               PERFORM VARYING w-ind-ses FROM 1 BY 1
                       UNTIL w-ind-ses > w-cant-sesiones
                       OR w-es-sesion = 1
                   IF w-ses-nro (w-ind-ses) = mov-sesion
                       MOVE 1 TO w-es-sesion
                   END-IF
               END-PERFORM
               IF w-es-sesion = 1
                   MOVE SPACES TO srt-reg
                   MOVE mov-fecha TO srt-fecha
                   MOVE mov-hora TO srt-hora
                   MOVE "CAJA" TO srt-origen
                   MOVE "COBRO" TO srt-operacion
                   MOVE mov-legajo TO srt-legajo
                   MOVE mov-importe TO srt-importe
                   MOVE ZERO TO srt-diferencia
                   STRING "RECIBO " mov-recibo " MEDIO "
                       mov-medio DELIMITED BY SIZE
                       INTO srt-detalle
                   RELEASE srt-reg
               END-IF
           END-IF.

       235-LEER-MOVIMIENTO.
           READ MOVIMS AT END MOVE 1 TO w-flag-mov.

       240-ENTRADA-ARQUEOS.
           MOVE ZERO TO w-flag-arq.
           OPEN INPUT ARQUEOS.
           IF w-status-arqueos = "00"
               PERFORM 136-LEER-ARQUEO
               PERFORM UNTIL w-flag-arq = 1
                   IF arq-cajero = w-ope-pedido
                   AND arq-fecha >= w-fecha-desde
                   AND arq-fecha <= w-fecha-hasta
                       MOVE SPACES TO srt-reg
                       MOVE arq-fecha TO srt-fecha
                       MOVE arq-hora TO srt-hora
                       MOVE "ARQUEO" TO srt-origen
                       MOVE "ARQUEO" TO srt-operacion
                       MOVE ZERO TO srt-legajo
                       MOVE arq-declarado TO srt-importe
                       MOVE arq-diferencia TO srt-diferencia
                       MOVE arq-diferencia TO w-edit-dif
                       STRING "SESION " arq-sesion " MEDIO "
                           arq-medio " DIF" w-edit-dif
                           DELIMITED BY SIZE INTO srt-detalle
                       RELEASE srt-reg
                   END-IF
                   PERFORM 136-LEER-ARQUEO
               END-PERFORM
               CLOSE ARQUEOS
           ELSE
               IF w-status-arqueos = "05"
                   CLOSE ARQUEOS
               END-IF
           END-IF.

       250-ENTRADA-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES.
           IF w-status-devol = "00"
               PERFORM 255-LEER-DEVOLUCION
               PERFORM UNTIL w-flag-dev = 1
                   IF dev-operador = w-ope-pedido
                   AND dev-fecha >= w-fecha-desde
                   AND dev-fecha <= w-fecha-hasta
                       MOVE SPACES TO srt-reg
                       MOVE dev-fecha TO srt-fecha
                       MOVE dev-hora TO srt-hora
                       MOVE "DEVOLUCION" TO srt-origen
                       MOVE "DEVOLUCION" TO srt-operacion
                       MOVE dev-legajo TO srt-legajo
                       MOVE dev-importe TO srt-importe
                       MOVE ZERO TO srt-diferencia
                       STRING "COMPROBANTE " dev-comprobante
                           DELIMITED BY SIZE INTO srt-detalle
                       RELEASE srt-reg
                   END-IF
                   PERFORM 255-LEER-DEVOLUCION
               END-PERFORM
               CLOSE DEVOLUCIONES
           ELSE
               IF w-status-devol = "05"
                   CLOSE DEVOLUCIONES
               END-IF
           END-IF.

       255-LEER-DEVOLUCION.
           READ DEVOLUCIONES AT END MOVE 1 TO w-flag-dev.

       260-ENTRADA-CONDONACIONES.
           OPEN INPUT CONDONACIONES.
           IF w-status-condon = "00"
               PERFORM 265-LEER-CONDONACION
               PERFORM UNTIL w-flag-con = 1
                   IF con-fecha >= w-fecha-desde
                   AND con-fecha <= w-fecha-hasta
                       MOVE ZERO TO w-es-autoriz
                       PERFORM VARYING w-ind-aut FROM 1 BY 1
                               UNTIL w-ind-aut > w-cant-autoriz
                               OR w-es-autoriz = 1
                           IF w-aut-nro (w-ind-aut) = con-autorizacion
                               MOVE 1 TO w-es-autoriz
                           END-IF
                       END-PERFORM
                       IF w-es-autoriz = 1
                           MOVE SPACES TO srt-reg
                           MOVE con-fecha TO srt-fecha
                           MOVE con-hora TO srt-hora
                           MOVE "CONDONAC." TO srt-origen
                           MOVE "CONDONACION" TO srt-operacion
                           MOVE con-legajo TO srt-legajo
                           MOVE con-importe TO srt-importe
                           MOVE ZERO TO srt-diferencia
                           STRING "CUOTA " con-cuota "/" con-anio " "
                               con-resultado DELIMITED BY SIZE
                               INTO srt-detalle
                           RELEASE srt-reg
                       END-IF
                   END-IF
                   PERFORM 265-LEER-CONDONACION
               END-PERFORM
               CLOSE CONDONACIONES
           ELSE
               IF w-status-condon = "05"
                   CLOSE CONDONACIONES
               END-IF
           END-IF.

       265-LEER-CONDONACION.
           READ CONDONACIONES AT END MOVE 1 TO w-flag-con.

       500-SALIDA.
           OPEN OUTPUT INFORME.
           MOVE w-ope-pedido TO w-tit-operador.
           MOVE w-fecha-desde TO w-tit-desde.
           MOVE w-fecha-hasta TO w-tit-hasta.
           WRITE inf-linea FROM w-lin-titulo.
           IF w-legajo-operador NOT = ZERO
               MOVE w-legajo-operador TO w-leg-legajo
               MOVE w-cant-familia TO w-leg-familia
               WRITE inf-linea FROM w-lin-legajo
           END-IF.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           WRITE inf-linea FROM w-lin-encabezado.
           PERFORM 510-LEER-SORT.
           PERFORM UNTIL w-flag-sort = 1
               PERFORM 520-INFORMAR-OPERACION
               PERFORM 510-LEER-SORT
           END-PERFORM.
           PERFORM 600-TOTALES.
           CLOSE INFORME.

       510-LEER-SORT.
           RETURN SORT-OPE AT END MOVE 1 TO w-flag-sort.

       520-INFORMAR-OPERACION.
           ADD 1 TO w-cant-operaciones.
           MOVE SPACES TO w-lin-detalle.
           MOVE srt-fecha TO w-det-fecha.
           COMPUTE w-hhmm = srt-hora / 10000.
           MOVE srt-hora (1:2) TO w-det-hh.
           MOVE srt-hora (3:2) TO w-det-mm.
           MOVE srt-origen TO w-det-origen.
           MOVE srt-operacion TO w-det-operacion.
           MOVE srt-legajo TO w-det-legajo.
           MOVE srt-importe TO w-det-importe.
           MOVE srt-detalle TO w-det-detalle.
           IF w-hhmm < w-hora-desde OR w-hhmm >= w-hora-hasta
               MOVE "*HORARIO" TO w-det-marca-horario
               ADD 1 TO w-cant-fuera-horario
           END-IF.
           IF srt-operacion = "ARQUEO" AND srt-diferencia NOT = ZERO
               MOVE "*ARQUEO" TO w-det-marca-arqueo
               ADD 1 TO w-cant-dif-arqueo
           END-IF.
           MOVE ZERO TO w-es-familia.
           IF srt-legajo NOT = ZERO
               PERFORM VARYING w-ind-fam FROM 1 BY 1
                       UNTIL w-ind-fam > w-cant-familia
                   IF w-fam-legajo (w-ind-fam) = srt-legajo
                       MOVE 1 TO w-es-familia
                   END-IF
               END-PERFORM
           END-IF.
           IF w-es-familia = 1
               MOVE "*GRUPO" TO w-det-marca-grupo
               ADD 1 TO w-cant-familiares
           END-IF.
           WRITE inf-linea FROM w-lin-detalle.
           PERFORM 530-ACUMULAR-TIPO.

       530-ACUMULAR-TIPO.
           MOVE ZERO TO w-tipo-hallado.
           PERFORM VARYING w-ind-tipo FROM 1 BY 1
                   UNTIL w-ind-tipo > w-cant-tipos
                   OR w-tipo-hallado NOT = ZERO
               IF w-tipo-operacion (w-ind-tipo) = srt-operacion
                   MOVE w-ind-tipo TO w-tipo-hallado
               END-IF
           END-PERFORM.
           IF w-tipo-hallado = ZERO AND w-cant-tipos < 30
               ADD 1 TO w-cant-tipos
               MOVE w-cant-tipos TO w-tipo-hallado
               MOVE srt-operacion TO w-tipo-operacion (w-tipo-hallado)
               MOVE ZERO TO w-tipo-cant (w-tipo-hallado)
               MOVE ZERO TO w-tipo-importe (w-tipo-hallado)
           END-IF.
           IF w-tipo-hallado NOT = ZERO
               ADD 1 TO w-tipo-cant (w-tipo-hallado)
               ADD srt-importe TO w-tipo-importe (w-tipo-hallado)
           END-IF.

       600-TOTALES.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE "TOTALES POR TIPO DE OPERACION" TO inf-linea.
           WRITE inf-linea.
           PERFORM VARYING w-ind-tipo FROM 1 BY 1
                   UNTIL w-ind-tipo > w-cant-tipos
               MOVE w-tipo-operacion (w-ind-tipo) TO w-lti-operacion
               MOVE w-tipo-cant (w-ind-tipo) TO w-lti-cant
               MOVE w-tipo-importe (w-ind-tipo) TO w-lti-importe
               WRITE inf-linea FROM w-lin-tipo
           END-PERFORM.
           MOVE SPACES TO inf-linea.
           WRITE inf-linea.
           MOVE "TOTAL DE OPERACIONES:" TO w-tot-texto.
           MOVE w-cant-operaciones TO w-tot-cantidad.
           WRITE inf-linea FROM w-lin-total.
           MOVE "FUERA DEL HORARIO DE CAJA:" TO w-tot-texto.
           MOVE w-cant-fuera-horario TO w-tot-cantidad.
           WRITE inf-linea FROM w-lin-total.
           MOVE "ARQUEOS CON DIFERENCIA:" TO w-tot-texto.
           MOVE w-cant-dif-arqueo TO w-tot-cantidad.
           WRITE inf-linea FROM w-lin-total.
           MOVE "SOBRE SU PROPIO GRUPO FAMILIAR:" TO w-tot-texto.
           MOVE w-cant-familiares TO w-tot-cantidad.
           WRITE inf-linea FROM w-lin-total.

       END PROGRAM INFORME-OPERADOR.
