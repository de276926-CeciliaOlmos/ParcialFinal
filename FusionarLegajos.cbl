      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONAR-LEGAJOS.
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
           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES
                   FILE STATUS IS w-status-datos.
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cuota-llave
                   ALTERNATE RECORD KEY IS cuo-llave-periodo
                   FILE STATUS IS w-status-cuotas.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS conv-llave
                   FILE STATUS IS w-status-conv.
           SELECT OPTIONAL INSCRIPCIONES
                   ASSIGN TO "..\inscripciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-ins.
           SELECT OPTIONAL GRUPOS ASSIGN TO "..\grupos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-grupos.
           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-rsv.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-operadores.
           SELECT OPTIONAL TRABA ASSIGN TO "..\traba_uso.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-traba.
           SELECT OPTIONAL BITACORA
                   ASSIGN TO "..\cuotas_bitacora.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACTA ASSIGN TO "..\acta_fusion.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APROBACIONES
                   ASSIGN TO "..\aprobaciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-apr.
           SELECT OPTIONAL APROBADA
                   ASSIGN TO "..\operacion_aprobada.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-apb.
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

       FD  CUOTAS.
       01  cuo-reg.
           03 cuota-llave.
               05 cuo-alumno pic 9(5).
               05 cuo-cuota pic 9(2).
               05 cuo-anio pic 9(4).
           03 cuo-fecha pic 9(8).
           03 cuo-estado pic x.
           03 cuo-importe pic 9(8).
           03 cuo-pagado pic 9(8).
           03 cuo-debe pic 9(8).
           03 cuo-concepto pic 9(2).
      * Clave alternativa por periodo (anio, cuota, alumno) para
      * los procesos masivos de un solo periodo: se mantiene como
      * copia redundante de la clave primaria y se carga al grabar
      * el registro (CuotaTexAindex / conversion).
           03 cuo-llave-periodo.
               05 cuo-per-anio pic 9(4).
               05 cuo-per-cuota pic 9(2).
               05 cuo-per-alumno pic 9(5).

      * El registro con conv-cuota-plan 00 es la cabecera del
      * convenio del socio (estado V vigente / C cumplido / D caido,
      * deuda total y cantidad de cuotas); los registros 01..NN son
      * las cuotas del plan con su vencimiento e importe.
       FD  CONVENIOS.
       01  conv-reg.
           03 conv-llave.
               05 conv-legajo pic 9(5).
               05 conv-cuota-plan pic 9(2).
           03 conv-vencimiento pic 9(8).
           03 conv-estado pic x.
           03 conv-importe pic 9(8).
           03 conv-pagado pic 9(8).
           03 conv-fecha-alta pic 9(8).
           03 conv-cant-cuotas pic 9(2).

       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-actividad pic 9(3).
           03 filler pic x value space.
           03 ins-legajo pic 9(5).
           03 filler pic x value space.
           03 ins-estado pic x.
           03 filler pic x value space.
           03 ins-fecha pic 9(8).

       FD  GRUPOS.
       01  grp-reg.
           03 grp-nro pic 9(4).
           03 filler pic x value space.
           03 grp-legajo pic 9(5).
           03 filler pic x value space.
           03 grp-rol pic x.

       FD  RESERVAS.
       01  rsv-reg.
           03 rsv-instalacion pic 9(3).
           03 filler pic x value space.
           03 rsv-fecha pic 9(8).
           03 filler pic x value space.
           03 rsv-turno pic 9(2).
           03 filler pic x value space.
           03 rsv-legajo pic 9(5).
           03 filler pic x value space.
           03 rsv-arancel pic 9(8).
           03 filler pic x value space.
           03 rsv-estado pic x.
           03 filler pic x value space.
           03 rsv-asistencia pic x.
           03 filler pic x value space.
           03 rsv-penalidad pic 9(8).
           03 filler pic x value space.
           03 rsv-pen-estado pic x.

       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 filler pic x value space.
           03 ope-clave pic x(8).
           03 filler pic x value space.
           03 ope-perfil pic x.

      * Traba de uso exclusivo entre las sesiones interactivas y el
      * proceso nocturno: un registro "N" marca el nocturno en curso,
      * un registro "I" por cada sesion interactiva abierta.
       FD  TRABA.
       01  tra-reg.
           03 tra-tipo pic x.
           03 filler pic x value space.
           03 tra-programa pic x(16).
           03 filler pic x value space.
           03 tra-operador pic x(8).
           03 filler pic x value space.
           03 tra-fecha pic 9(8).
           03 filler pic x value space.
           03 tra-hora pic 9(8).

      * Bitacora de cambios sobre CUOTAS (ver ParcialFinal): cada
      * cuota que deja el legajo origen y cada cuota del destino que
      * la recibe quedan con imagen anterior y posterior.
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

      * Acta de cada fusion: se agrega al final, una por fusion.
       FD  ACTA.
       01  act-linea pic x(80).

      * Cola de operaciones pendientes de aprobacion (la resuelve
      * AprobarOperaciones): toda fusion confirmada queda aca y la
      * aplica recien la aprobacion de otro supervisor.
       FD  APROBACIONES.
       01  apr-reg.
           03 apr-nro pic 9(6).
           03 filler pic x value space.
           03 apr-operacion pic x(12).
           03 filler pic x value space.
           03 apr-legajo pic 9(5).
           03 filler pic x value space.
           03 apr-legajo-2 pic 9(5).
           03 filler pic x value space.
           03 apr-cuota pic 9(2).
           03 filler pic x value space.
           03 apr-anio pic 9(4).
           03 filler pic x value space.
           03 apr-importe pic 9(10).
           03 filler pic x value space.
           03 apr-autorizacion pic 9(10).
           03 filler pic x value space.
           03 apr-det-tipo pic 9.
           03 filler pic x value space.
           03 apr-clave pic x(20).
           03 filler pic x value space.
           03 apr-tipo-par pic x.
           03 filler pic x value space.
           03 apr-valor pic x(20).
           03 filler pic x value space.
           03 apr-ope-inicia pic x(8).
           03 filler pic x value space.
           03 apr-fecha pic 9(8).
           03 filler pic x value space.
           03 apr-hora pic 9(8).
           03 filler pic x value space.
           03 apr-estado pic x.
           03 filler pic x value space.
           03 apr-ope-aprueba pic x(8).
           03 filler pic x value space.
           03 apr-fecha-res pic 9(8).
           03 filler pic x value space.
           03 apr-hora-res pic 9(8).
           03 filler pic x value space.
           03 apr-motivo pic x(30).

      * Traspaso de una fusion ya aprobada: AprobarOperaciones llama
      * a este programa, que la aplica sin sesion ni preguntas y
      * devuelve el resultado en el mismo archivo.
       FD  APROBADA.
       01  apb-reg.
           03 apb-nro pic 9(6).
           03 filler pic x value space.
           03 apb-operacion pic x(12).
           03 filler pic x value space.
           03 apb-legajo pic 9(5).
           03 filler pic x value space.
           03 apb-legajo-2 pic 9(5).
           03 filler pic x value space.
           03 apb-cuota pic 9(2).
           03 filler pic x value space.
           03 apb-anio pic 9(4).
           03 filler pic x value space.
           03 apb-importe pic 9(10).
           03 filler pic x value space.
           03 apb-autorizacion pic 9(10).
           03 filler pic x value space.
           03 apb-det-tipo pic 9.
           03 filler pic x value space.
           03 apb-clave pic x(20).
           03 filler pic x value space.
           03 apb-tipo-par pic x.
           03 filler pic x value space.
           03 apb-valor pic x(20).
           03 filler pic x value space.
           03 apb-ope-inicia pic x(8).
           03 filler pic x value space.
           03 apb-fecha pic 9(8).
           03 filler pic x value space.
           03 apb-hora pic 9(8).
           03 filler pic x value space.
           03 apb-estado pic x.
           03 filler pic x value space.
           03 apb-ope-aprueba pic x(8).
           03 filler pic x value space.
           03 apb-fecha-res pic 9(8).
           03 filler pic x value space.
           03 apb-hora-res pic 9(8).
           03 filler pic x value space.
           03 apb-motivo pic x(30).

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-status-capacidad pic xx value spaces.
       77  w-status-datos pic xx value spaces.
       77  w-status-cuotas pic xx value spaces.
       77  w-status-conv pic xx value spaces.
       77  w-status-ins pic xx value spaces.
       77  w-status-grupos pic xx value spaces.
       77  w-status-rsv pic xx value spaces.
       77  w-status-operadores pic xx value spaces.
       77  w-status-traba pic xx value spaces.
       77  w-status-apr pic xx value spaces.
       77  w-status-apb pic xx value spaces.
       77  w-flag-apr pic 9 value zero.
       77  w-modo-aplicacion pic 9 value zero.
       77  w-apr-ultimo pic 9(6) value zero.
       77  w-fecha-traspaso pic 9(8) value zero.
       77  w-apb-guardado pic x(194) value spaces.
       77  w-apb-motivo pic x(30) value spaces.
       77  w-flag-cuota pic 9 value zero.
       77  w-flag-conv pic 9 value zero.
       77  w-flag-ins pic 9 value zero.
       77  w-flag-grp pic 9 value zero.
       77  w-flag-rsv pic 9 value zero.
       77  w-flag-ope pic 9 value zero.
       77  w-flag-tra pic 9 value zero.
       77  w-login-ok pic 9 value zero.
       77  w-intentos-login pic 9 value zero.
       77  w-operador pic x(8) value spaces.
       77  w-perfil pic x value space.
       77  w-cod-ingresado pic x(8) value spaces.
       77  w-clave-ingresada pic x(8) value spaces.
       77  w-traba-ok pic 9 value zero.
       77  w-traba-propia pic 9 value zero.
       77  w-traba-fecha pic 9(8) value zero.
       77  w-traba-hora pic 9(8) value zero.
       77  w-cant-trabas pic 9(2) value zero.
       77  w-ind-tra pic 9(2) value zero.
       01  w-tab-trabas.
           03 w-tab-traba pic x(45) occurs 20.
       77  w-fin-area-primaria pic 9(5) value 70.
       77  w-divisor-hash pic 9(5) value 71.
       77  w-alu-ant pic 9(5) value zero.
       77  w-resul pic 9(5) value zero.
       77  w-resto pic 9(5) value zero.
       77  w-alu-encontrado pic 9 value zero.
           88 alu-fue-encontrado value 1.
       77  w-fecha-proceso pic 9(8) value zero.
       77  w-confirma pic x value space.
       77  w-fusion-ok pic 9 value zero.
       77  w-origen pic 9(5) value zero.
       77  w-destino pic 9(5) value zero.
       77  w-rel-origen pic 9(5) value zero.
       77  w-rel-destino pic 9(5) value zero.
       77  w-estado-origen pic x value space.
       77  w-saldo-origen pic 9(8) value zero.
       77  w-saldo-destino pic 9(8) value zero.
       77  w-nombre-origen pic x(30) value spaces.
       77  w-nombre-destino pic x(30) value spaces.
       77  w-dni-origen pic 9(8) value zero.
       77  w-dni-destino pic 9(8) value zero.
       77  w-conv-origen pic 9 value zero.
       77  w-conv-destino pic 9 value zero.
       77  w-hay-conv pic 9 value zero.
      * Las cuotas del origen se suben a memoria antes de tocar
      * nada: la lectura por clave de la cuota del destino mueve la
      * posicion del archivo y cortaria el recorrido secuencial.
       77  w-cant-cuo pic 9(4) value zero.
       77  w-ind-cuo pic 9(4) value zero.
       77  w-cuo-excedidas pic 9 value zero.
       01  w-tab-cuotas.
           03 w-tab-cuo pic x(57) occurs 600.
       01  w-cuo-origen.
           03 wo-llave.
               05 wo-alumno pic 9(5).
               05 wo-cuota pic 9(2).
               05 wo-anio pic 9(4).
           03 wo-fecha pic 9(8).
           03 wo-estado pic x.
           03 wo-importe pic 9(8).
           03 wo-pagado pic 9(8).
           03 wo-debe pic 9(8).
           03 wo-concepto pic 9(2).
           03 wo-llave-periodo pic x(11).
       77  w-bit-est-ant pic x value space.
       77  w-bit-imp-ant pic 9(8) value zero.
       77  w-bit-pag-ant pic 9(8) value zero.
       77  w-bit-debe-ant pic 9(8) value zero.
       77  w-cant-sumadas pic 9(4) value zero.
       77  w-cant-trasladadas pic 9(4) value zero.
       77  w-tot-deuda-movida pic 9(10) value zero.
       77  w-cant-cuo-conv pic 9(2) value zero.
       77  w-ind-conv pic 9(2) value zero.
       01  w-tab-convenio.
           03 w-tab-conv pic x(42) occurs 40.
       77  w-cant-ins pic 9(4) value zero.
       77  w-ind-ins pic 9(4) value zero.
       77  w-ind-ins2 pic 9(4) value zero.
       77  w-ins-duplicada pic 9 value zero.
       77  w-ins-movidas pic 9(4) value zero.
       77  w-ins-cerradas pic 9(4) value zero.
       01  w-tab-inscripciones.
           03 w-tab-ins occurs 2000.
               05 w-ins-actividad pic 9(3).
               05 w-ins-legajo pic 9(5).
               05 w-ins-estado pic x.
               05 w-ins-fecha pic 9(8).
       77  w-cant-grp pic 9(4) value zero.
       77  w-ind-grp pic 9(4) value zero.
       77  w-ind-grp2 pic 9(4) value zero.
       77  w-grupo-destino pic 9(4) value zero.
       77  w-grp-movidos pic 9(4) value zero.
       77  w-grp-quitados pic 9(4) value zero.
       01  w-tab-grupos.
           03 w-tab-grp occurs 2000.
               05 w-grp-nro pic 9(4).
               05 w-grp-legajo pic 9(5).
               05 w-grp-rol pic x.
       77  w-cant-rsv pic 9(4) value zero.
       77  w-ind-rsv pic 9(4) value zero.
       77  w-rsv-movidas pic 9(4) value zero.
       01  w-tab-reservas.
           03 w-tab-rsv pic x(45) occurs 3000.
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cuota.
           03 filler pic x(2) value spaces.
           03 l-cuota pic 99.
           03 filler pic x value "/".
           03 l-anio pic 9(4).
           03 filler pic x(2) value spaces.
           03 l-estado pic x.
           03 filler pic x(2) value spaces.
           03 l-importe pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 l-debe pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 l-accion pic x(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 005-VERIFICAR-TRASPASO.
           IF w-modo-aplicacion = 1
               PERFORM 080-APLICAR-APROBADA
               STOP RUN
           END-IF.
           PERFORM 020-INICIAR-SESION.
           IF w-login-ok NOT = 1
               STOP RUN
           END-IF.
           IF w-perfil NOT = "S"
               DISPLAY "LA FUSION DE LEGAJOS REQUIERE PERFIL DE "
               DISPLAY "SUPERVISOR"
               STOP RUN
           END-IF.
           PERFORM 010-TOMAR-TRABA.
           IF w-traba-ok NOT = 1
               STOP RUN
           END-IF.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 045-LEER-CAPACIDAD.
           DISPLAY "Legajo ORIGEN (el que se da de baja): ".
           ACCEPT w-origen.
           DISPLAY "Legajo DESTINO (el que queda): ".
           ACCEPT w-destino.
           PERFORM 100-VALIDAR-FUSION.
           IF w-fusion-ok NOT = 1
               PERFORM 830-SOLTAR-TRABA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUOTAS.
           IF w-status-cuotas NOT = "00"
               DISPLAY "NO SE PUDO ABRIR cuotas.dat, ESTADO "
                   w-status-cuotas
               PERFORM 830-SOLTAR-TRABA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-CARGAR-CUOTAS-ORIGEN.
           IF w-cuo-excedidas = 1
               DISPLAY "EL ORIGEN TIENE MAS DE 600 CUOTAS: LA FUSION "
                   "NO SE PUEDE HACER EN UNA PASADA"
               CLOSE CUOTAS
               PERFORM 830-SOLTAR-TRABA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ORIGEN  " w-origen " " w-nombre-origen.
           DISPLAY "DESTINO " w-destino " " w-nombre-destino.
           DISPLAY "DNI " w-dni-destino.
           DISPLAY "CUOTAS A PASAR AL DESTINO: " w-cant-cuo.
           DISPLAY "SALDO A FAVOR DEL ORIGEN : " w-saldo-origen.
           IF w-conv-origen = 1
               DISPLAY "EL ORIGEN TIENE CONVENIO: PASA AL DESTINO"
           END-IF.
           DISPLAY "CONFIRMA LA FUSION (S/N): ".
           ACCEPT w-confirma.
           IF w-confirma = "S" OR w-confirma = "s"
               PERFORM 720-REGISTRAR-PENDIENTE
           ELSE
               DISPLAY "FUSION CANCELADA, NO SE TOCO NADA"
           END-IF.
           CLOSE CUOTAS.
           PERFORM 830-SOLTAR-TRABA.
           STOP RUN.

      * Solo una fusion aprobada hoy en AprobarOperaciones se toma
      * del traspaso; el operador de la fusion es el que la inicio.
       005-VERIFICAR-TRASPASO.
           MOVE ZERO TO w-modo-aplicacion.
           ACCEPT w-fecha-traspaso FROM DATE YYYYMMDD.
           OPEN INPUT APROBADA.
           IF w-status-apb = "00"
               READ APROBADA
                   AT END CONTINUE
                   NOT AT END
                       IF apb-operacion = "FUSION"
                       AND apb-estado = "A"
                       AND apb-fecha-res = w-fecha-traspaso
                           MOVE 1 TO w-modo-aplicacion
                           MOVE apb-reg TO w-apb-guardado
                           MOVE apb-legajo TO w-origen
                           MOVE apb-legajo-2 TO w-destino
                           MOVE apb-ope-inicia TO w-operador
                       END-IF
               END-READ
               CLOSE APROBADA
           ELSE
               IF w-status-apb = "05"
                   CLOSE APROBADA
               END-IF
           END-IF.

      * La fusion aprobada se valida de nuevo con los maestros de
      * hoy: si entre el pedido y la aprobacion algo cambio (baja
      * del destino, convenios, cuotas) no se aplica y se inicia
      * otra vez.
       080-APLICAR-APROBADA.
           MOVE SPACES TO w-apb-motivo.
           PERFORM 010-TOMAR-TRABA.
           IF w-traba-ok NOT = 1
               MOVE "PROCESO NOCTURNO EN CURSO" TO w-apb-motivo
           ELSE
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
               PERFORM 045-LEER-CAPACIDAD
               PERFORM 100-VALIDAR-FUSION
               IF w-fusion-ok NOT = 1
                   MOVE "LA FUSION YA NO ES VALIDA" TO w-apb-motivo
               ELSE
                   OPEN I-O CUOTAS
                   IF w-status-cuotas NOT = "00"
                       MOVE "NO SE PUDO ABRIR cuotas.dat"
                           TO w-apb-motivo
                   ELSE
                       PERFORM 200-CARGAR-CUOTAS-ORIGEN
                       IF w-cuo-excedidas = 1
                           MOVE "EL ORIGEN TIENE MAS DE 600 CUOTAS"
                               TO w-apb-motivo
                       ELSE
                           PERFORM 300-FUSIONAR
                       END-IF
                       CLOSE CUOTAS
                   END-IF
               END-IF
               PERFORM 830-SOLTAR-TRABA
           END-IF.
           PERFORM 095-DEVOLVER-TRASPASO.

       095-DEVOLVER-TRASPASO.
           OPEN OUTPUT APROBADA.
           MOVE w-apb-guardado TO apb-reg.
           IF w-apb-motivo = SPACES
               MOVE "E" TO apb-estado
           ELSE
               MOVE "F" TO apb-estado
               MOVE w-apb-motivo TO apb-motivo
           END-IF.
           WRITE apb-reg.
           CLOSE APROBADA.

      * Traba de uso exclusivo con el proceso nocturno: si la marca
      * "N" esta activa los maestros estan tomados y la sesion no se
      * abre; si esta libre queda asentada la sesion propia para que
      * el nocturno no arranque mientras se fusiona.
       010-TOMAR-TRABA.
           MOVE ZERO TO w-cant-trabas.
           MOVE ZERO TO w-flag-tra.
           MOVE 1 TO w-traba-ok.
           OPEN INPUT TRABA.
           IF w-status-traba = "00"
               PERFORM 015-LEER-TRABA
               PERFORM UNTIL w-flag-tra = 1
                   IF tra-tipo = "N"
                       MOVE ZERO TO w-traba-ok
                       DISPLAY "PROCESO NOCTURNO EN CURSO DESDE "
                           tra-fecha " " tra-hora
                       DISPLAY "LOS MAESTROS ESTAN TOMADOS, "
                           "REINTENTE CUANDO TERMINE"
                   ELSE
                       IF w-cant-trabas < 20
                           ADD 1 TO w-cant-trabas
                           MOVE tra-reg
                               TO w-tab-traba (w-cant-trabas)
                       END-IF
                   END-IF
                   PERFORM 015-LEER-TRABA
               END-PERFORM
               CLOSE TRABA
           ELSE
               IF w-status-traba = "05"
                   CLOSE TRABA
               END-IF
           END-IF.
           IF w-traba-ok = 1
               ACCEPT w-traba-fecha FROM DATE YYYYMMDD
               ACCEPT w-traba-hora FROM TIME
               OPEN OUTPUT TRABA
               PERFORM VARYING w-ind-tra FROM 1 BY 1
                       UNTIL w-ind-tra > w-cant-trabas
                   MOVE w-tab-traba (w-ind-tra) TO tra-reg
                   WRITE tra-reg
               END-PERFORM
               MOVE SPACES TO tra-reg
               MOVE "I" TO tra-tipo
               MOVE "FusionarLegajos" TO tra-programa
               MOVE w-operador TO tra-operador
               MOVE w-traba-fecha TO tra-fecha
               MOVE w-traba-hora TO tra-hora
               WRITE tra-reg
               CLOSE TRABA
           END-IF.

       015-LEER-TRABA.
           READ TRABA AT END MOVE 1 TO w-flag-tra.

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

      * Solo se fusionan dos legajos distintos, ambos en el padron,
      * con el destino no dado de baja, los dos con datos
      * personales y el mismo DNI. Un legajo tiene a lo sumo un
      * convenio (la clave es legajo y cuota del plan): si los dos
      * tienen, uno tiene que cumplirse o caer antes de fusionar.
       100-VALIDAR-FUSION.
           MOVE ZERO TO w-fusion-ok.
           IF w-origen = ZERO OR w-destino = ZERO
           OR w-origen = w-destino
               DISPLAY "LEGAJOS INVALIDOS: DEBEN SER DOS DISTINTOS"
           ELSE
               OPEN INPUT ALUMNOS
               MOVE w-origen TO w-alu-ant
               PERFORM 150-BUSCAR-SOCIO
               IF alu-fue-encontrado
                   MOVE rel-nro TO w-rel-origen
                   MOVE alu-estado TO w-estado-origen
                   MOVE alu-saldo-favor TO w-saldo-origen
                   MOVE w-destino TO w-alu-ant
                   PERFORM 150-BUSCAR-SOCIO
               END-IF
               IF NOT alu-fue-encontrado
                   DISPLAY "EL LEGAJO " w-alu-ant
                       " NO SE ENCUENTRA EN EL PADRON"
               ELSE
                   IF alu-estado = "B"
                       DISPLAY "EL LEGAJO DESTINO ESTA DADO DE BAJA"
                   ELSE
                       MOVE rel-nro TO w-rel-destino
                       MOVE alu-saldo-favor TO w-saldo-destino
                       MOVE 1 TO w-fusion-ok
                   END-IF
               END-IF
               CLOSE ALUMNOS
           END-IF.
           IF w-fusion-ok = 1
               PERFORM 120-VALIDAR-DATOS
           END-IF.
           IF w-fusion-ok = 1
               PERFORM 130-VALIDAR-CONVENIOS
           END-IF.

       120-VALIDAR-DATOS.
           MOVE ZERO TO w-fusion-ok.
           OPEN INPUT DATOS.
           IF w-status-datos = "00"
               MOVE w-origen TO dat-legajo
               READ DATOS
                   INVALID KEY
                       DISPLAY "EL LEGAJO ORIGEN NO TIENE DATOS "
                           "PERSONALES"
                   NOT INVALID KEY
                       MOVE dat-nombre TO w-nombre-origen
                       MOVE dat-dni TO w-dni-origen
                       MOVE 1 TO w-fusion-ok
               END-READ
               IF w-fusion-ok = 1
                   MOVE ZERO TO w-fusion-ok
                   MOVE w-destino TO dat-legajo
                   READ DATOS
                       INVALID KEY
                           DISPLAY "EL LEGAJO DESTINO NO TIENE DATOS "
                               "PERSONALES"
                       NOT INVALID KEY
                           MOVE dat-nombre TO w-nombre-destino
                           MOVE dat-dni TO w-dni-destino
                           MOVE 1 TO w-fusion-ok
                   END-READ
               END-IF
               CLOSE DATOS
           ELSE
               IF w-status-datos = "05"
                   CLOSE DATOS
               END-IF
               DISPLAY "NO HAY DATOS PERSONALES PARA COMPARAR EL DNI"
           END-IF.
           IF w-fusion-ok = 1 AND w-dni-origen NOT = w-dni-destino
               DISPLAY "LOS LEGAJOS TIENEN DISTINTO DNI: "
                   w-dni-origen " / " w-dni-destino
               MOVE ZERO TO w-fusion-ok
           END-IF.

       130-VALIDAR-CONVENIOS.
           MOVE ZERO TO w-conv-origen.
           MOVE ZERO TO w-conv-destino.
           OPEN INPUT CONVENIOS.
           IF w-status-conv = "00"
               MOVE w-origen TO conv-legajo
               MOVE ZERO TO conv-cuota-plan
               READ CONVENIOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO w-conv-origen
               END-READ
               MOVE w-destino TO conv-legajo
               MOVE ZERO TO conv-cuota-plan
               READ CONVENIOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO w-conv-destino
               END-READ
               CLOSE CONVENIOS
           ELSE
               IF w-status-conv = "05"
                   CLOSE CONVENIOS
               END-IF
           END-IF.
           IF w-conv-origen = 1 AND w-conv-destino = 1
               DISPLAY "LOS DOS LEGAJOS TIENEN CONVENIO: UNO DEBE "
                   "CUMPLIRSE O CAER ANTES DE FUSIONAR"
               MOVE ZERO TO w-fusion-ok
           END-IF.

      * Misma busqueda por hash y cadena de sinonimos que usa
      * ConsultaSocio.
       150-BUSCAR-SOCIO.
           MOVE ZERO TO w-alu-encontrado.
           DIVIDE w-divisor-hash INTO w-alu-ant
               GIVING w-resul REMAINDER rel-nro.
           ADD 1 TO rel-nro.
           MOVE rel-nro TO w-resto.
           PERFORM 160-LEER-ALU.
           IF w-alu-ant = alu-alumno
               MOVE 1 TO w-alu-encontrado
           ELSE
               PERFORM UNTIL alu-puntero IS =0
               OR w-alu-ant IS =alu-alumno
                   MOVE alu-puntero TO rel-nro
                   PERFORM 160-LEER-ALU
               END-PERFORM
               IF w-alu-ant = alu-alumno
                   MOVE 1 TO w-alu-encontrado
               END-IF
           END-IF.

       160-LEER-ALU.
           READ ALUMNOS.

       200-CARGAR-CUOTAS-ORIGEN.
           MOVE ZERO TO w-cant-cuo.
           MOVE ZERO TO w-flag-cuota.
           MOVE w-origen TO cuo-alumno.
           MOVE ZERO TO cuo-cuota.
           MOVE ZERO TO cuo-anio.
           START CUOTAS KEY IS >= cuota-llave
               INVALID KEY MOVE 1 TO w-flag-cuota
           END-START.
           PERFORM UNTIL w-flag-cuota = 1
               READ CUOTAS NEXT
                   AT END MOVE 1 TO w-flag-cuota
                   NOT AT END
                       IF cuo-alumno NOT = w-origen
                           MOVE 1 TO w-flag-cuota
                       ELSE
                           IF w-cant-cuo < 600
                               ADD 1 TO w-cant-cuo
                               MOVE cuo-reg TO w-tab-cuo (w-cant-cuo)
                           ELSE
                               MOVE 1 TO w-cuo-excedidas
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * La fusion: cuotas, convenio, saldo a favor y baja del
      * origen en el padron, inscripciones, grupo familiar y
      * reservas; todo queda en el acta y en la auditoria.
       300-FUSIONAR.
           OPEN EXTEND BITACORA.
           OPEN EXTEND ACTA.
           PERFORM 600-ENCABEZAR-ACTA.
           PERFORM 320-PASAR-CUOTA
               VARYING w-ind-cuo FROM 1 BY 1
               UNTIL w-ind-cuo > w-cant-cuo.
           CLOSE BITACORA.
           MOVE SPACES TO act-linea.
           STRING "CUOTAS SUMADAS A UNA DEL DESTINO: " w-cant-sumadas
               "   TRASLADADAS: " w-cant-trasladadas
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           MOVE SPACES TO act-linea.
           STRING "DEUDA PASADA AL DESTINO: " w-tot-deuda-movida
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           WRITE act-linea FROM lin-guarda.
           IF w-conv-origen = 1
               PERFORM 400-PASAR-CONVENIO
           END-IF.
           PERFORM 450-PASAR-SALDO.
           PERFORM 500-PASAR-INSCRIPCIONES.
           PERFORM 530-PASAR-GRUPO.
           PERFORM 560-PASAR-RESERVAS.
           PERFORM 650-CERRAR-ACTA.
           CLOSE ACTA.
           PERFORM 700-ASENTAR-AUDITORIA.
           DISPLAY "FUSION REALIZADA: " w-origen " -> " w-destino.
           DISPLAY "CUOTAS SUMADAS: " w-cant-sumadas
               "  TRASLADADAS: " w-cant-trasladadas.
           DISPLAY "ACTA EN acta_fusion.txt".

      * La cuota del origen se borra; si el destino ya tiene la
      * misma cuota y anio se suman importe, pagado y deuda, si no
      * se graba con el legajo del destino.
       320-PASAR-CUOTA.
           MOVE w-tab-cuo (w-ind-cuo) TO w-cuo-origen.
           MOVE w-tab-cuo (w-ind-cuo) TO cuo-reg.
           DELETE CUOTAS
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR LA CUOTA " wo-cuota
                       "/" wo-anio " DEL ORIGEN"
               NOT INVALID KEY
                   PERFORM 330-BITACORA-ORIGEN
                   PERFORM 340-CUOTA-DESTINO
           END-DELETE.

       330-BITACORA-ORIGEN.
           MOVE SPACES TO bit-reg.
           MOVE wo-alumno TO bit-legajo.
           MOVE wo-cuota TO bit-cuota.
           MOVE wo-anio TO bit-anio.
           MOVE wo-estado TO bit-est-ant.
           MOVE wo-importe TO bit-imp-ant.
           MOVE wo-pagado TO bit-pag-ant.
           MOVE wo-debe TO bit-debe-ant.
           MOVE ZERO TO bit-imp-nue.
           MOVE ZERO TO bit-pag-nue.
           MOVE ZERO TO bit-debe-nue.
           PERFORM 390-CERRAR-BITACORA.

       340-CUOTA-DESTINO.
           MOVE w-destino TO cuo-alumno.
           MOVE wo-cuota TO cuo-cuota.
           MOVE wo-anio TO cuo-anio.
           READ CUOTAS
               INVALID KEY
                   PERFORM 350-TRASLADAR-CUOTA
               NOT INVALID KEY
                   PERFORM 360-SUMAR-CUOTA
           END-READ.
           ADD wo-debe TO w-tot-deuda-movida.

       350-TRASLADAR-CUOTA.
           MOVE w-cuo-origen TO cuo-reg.
           MOVE w-destino TO cuo-alumno.
           MOVE cuo-anio TO cuo-per-anio.
           MOVE cuo-cuota TO cuo-per-cuota.
           MOVE w-destino TO cuo-per-alumno.
           WRITE cuo-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR LA CUOTA " wo-cuota
                       "/" wo-anio " EN EL DESTINO"
               NOT INVALID KEY
                   ADD 1 TO w-cant-trasladadas
                   MOVE SPACE TO w-bit-est-ant
                   MOVE ZERO TO w-bit-imp-ant
                   MOVE ZERO TO w-bit-pag-ant
                   MOVE ZERO TO w-bit-debe-ant
                   PERFORM 380-BITACORA-DESTINO
                   MOVE "TRASLADADA AL DESTINO" TO l-accion
                   PERFORM 610-LINEA-CUOTA
           END-WRITE.

      * Estado de la cuota sumada: sin deuda queda cancelada (salvo
      * que las dos estuvieran anuladas); con deuda, convenio o
      * castigo si alguna de las dos lo tenia, si no impaga.
       360-SUMAR-CUOTA.
           MOVE cuo-estado TO w-bit-est-ant.
           MOVE cuo-importe TO w-bit-imp-ant.
           MOVE cuo-pagado TO w-bit-pag-ant.
           MOVE cuo-debe TO w-bit-debe-ant.
           ADD wo-importe TO cuo-importe.
           ADD wo-pagado TO cuo-pagado.
           ADD wo-debe TO cuo-debe.
           IF cuo-debe = ZERO
               IF cuo-estado = "N" AND wo-estado = "N"
                   MOVE "N" TO cuo-estado
               ELSE
                   MOVE "C" TO cuo-estado
               END-IF
           ELSE
               IF cuo-estado = "V" OR wo-estado = "V"
                   MOVE "V" TO cuo-estado
               ELSE
                   IF cuo-estado = "K" OR wo-estado = "K"
                       MOVE "K" TO cuo-estado
                   ELSE
                       MOVE "I" TO cuo-estado
                   END-IF
               END-IF
           END-IF.
           REWRITE cuo-reg
               INVALID KEY
                   DISPLAY "NO SE PUDO REGRABAR LA CUOTA " cuo-cuota
                       "/" cuo-anio " DEL DESTINO"
               NOT INVALID KEY
                   ADD 1 TO w-cant-sumadas
                   PERFORM 380-BITACORA-DESTINO
                   MOVE "SUMADA A LA DEL DESTINO" TO l-accion
                   PERFORM 610-LINEA-CUOTA
           END-REWRITE.

       380-BITACORA-DESTINO.
           MOVE SPACES TO bit-reg.
           MOVE cuo-alumno TO bit-legajo.
           MOVE cuo-cuota TO bit-cuota.
           MOVE cuo-anio TO bit-anio.
           MOVE w-bit-est-ant TO bit-est-ant.
           MOVE w-bit-imp-ant TO bit-imp-ant.
           MOVE w-bit-pag-ant TO bit-pag-ant.
           MOVE w-bit-debe-ant TO bit-debe-ant.
           MOVE cuo-estado TO bit-est-nue.
           MOVE cuo-importe TO bit-imp-nue.
           MOVE cuo-pagado TO bit-pag-nue.
           MOVE cuo-debe TO bit-debe-nue.
           PERFORM 390-CERRAR-BITACORA.

       390-CERRAR-BITACORA.
           MOVE "FusionarLegajos" TO bit-programa.
           MOVE w-operador TO bit-operador.
           MOVE w-fecha-proceso TO bit-fecha.
           ACCEPT bit-hora FROM TIME.
           WRITE bit-reg.

      * El convenio del origen (cabecera y cuotas del plan) se
      * regraba con el legajo del destino; ya se valido que el
      * destino no tuviera uno propio.
       400-PASAR-CONVENIO.
           MOVE ZERO TO w-cant-cuo-conv.
           MOVE ZERO TO w-flag-conv.
           OPEN I-O CONVENIOS.
           MOVE w-origen TO conv-legajo.
           MOVE ZERO TO conv-cuota-plan.
           START CONVENIOS KEY IS >= conv-llave
               INVALID KEY MOVE 1 TO w-flag-conv
           END-START.
           PERFORM UNTIL w-flag-conv = 1
               READ CONVENIOS NEXT
                   AT END MOVE 1 TO w-flag-conv
                   NOT AT END
                       IF conv-legajo NOT = w-origen
                           MOVE 1 TO w-flag-conv
                       ELSE
                           IF w-cant-cuo-conv < 40
                               ADD 1 TO w-cant-cuo-conv
                               MOVE conv-reg
                                   TO w-tab-conv (w-cant-cuo-conv)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING w-ind-conv FROM 1 BY 1
                   UNTIL w-ind-conv > w-cant-cuo-conv
               MOVE w-tab-conv (w-ind-conv) TO conv-reg
               DELETE CONVENIOS
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE w-destino TO conv-legajo
               WRITE conv-reg
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL CONVENIO "
                           conv-cuota-plan " EN EL DESTINO"
               END-WRITE
           END-PERFORM.
           CLOSE CONVENIOS.
           MOVE SPACES TO act-linea.
           STRING "CONVENIO DEL ORIGEN PASADO AL DESTINO: "
               w-cant-cuo-conv " REGISTROS (CABECERA Y PLAN)"
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.

      * El saldo a favor del origen se suma al del destino y el
      * origen queda de baja en la tabla hash (la cadena de
      * sinonimos no se toca).
       450-PASAR-SALDO.
           OPEN I-O ALUMNOS.
           MOVE w-rel-destino TO rel-nro.
           PERFORM 160-LEER-ALU.
           ADD w-saldo-origen TO alu-saldo-favor.
           MOVE alu-saldo-favor TO w-saldo-destino.
           REWRITE alu-reg.
           MOVE w-rel-origen TO rel-nro.
           PERFORM 160-LEER-ALU.
           MOVE ZERO TO alu-saldo-favor.
           MOVE "B" TO alu-estado.
           REWRITE alu-reg.
           CLOSE ALUMNOS.
           MOVE SPACES TO act-linea.
           STRING "SALDO A FAVOR PASADO: " w-saldo-origen
               "   SALDO DEL DESTINO: " w-saldo-destino
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           MOVE SPACES TO act-linea.
           STRING "LEGAJO " w-origen " DADO DE BAJA EN EL PADRON "
               "(ESTADO ANTERIOR " w-estado-origen ")"
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.

      * Inscripciones vigentes o en espera del origen: pasan al
      * destino salvo que ya este inscripto en esa actividad, en
      * cuyo caso la del origen se da de baja. El archivo se
      * rescribe entero desde la tabla, como en ArmarActividad.
       500-PASAR-INSCRIPCIONES.
           MOVE ZERO TO w-cant-ins.
           MOVE ZERO TO w-flag-ins.
           OPEN INPUT INSCRIPCIONES.
           IF w-status-ins = "00"
               PERFORM 505-LEER-INSCRIPCION
               PERFORM UNTIL w-flag-ins = 1
                   IF w-cant-ins < 2000
                       ADD 1 TO w-cant-ins
                       MOVE ins-actividad
                           TO w-ins-actividad (w-cant-ins)
                       MOVE ins-legajo TO w-ins-legajo (w-cant-ins)
                       MOVE ins-estado TO w-ins-estado (w-cant-ins)
                       MOVE ins-fecha TO w-ins-fecha (w-cant-ins)
                   END-IF
                   PERFORM 505-LEER-INSCRIPCION
               END-PERFORM
               CLOSE INSCRIPCIONES
           ELSE
               IF w-status-ins = "05"
                   CLOSE INSCRIPCIONES
               END-IF
           END-IF.
           PERFORM 510-REASIGNAR-INSCRIPCION
               VARYING w-ind-ins FROM 1 BY 1
               UNTIL w-ind-ins > w-cant-ins.
           IF w-ins-movidas > ZERO OR w-ins-cerradas > ZERO
               OPEN OUTPUT INSCRIPCIONES
               PERFORM VARYING w-ind-ins FROM 1 BY 1
                       UNTIL w-ind-ins > w-cant-ins
                   MOVE SPACES TO ins-reg
                   MOVE w-ins-actividad (w-ind-ins) TO ins-actividad
                   MOVE w-ins-legajo (w-ind-ins) TO ins-legajo
                   MOVE w-ins-estado (w-ind-ins) TO ins-estado
                   MOVE w-ins-fecha (w-ind-ins) TO ins-fecha
                   WRITE ins-reg
               END-PERFORM
               CLOSE INSCRIPCIONES
           END-IF.
           MOVE SPACES TO act-linea.
           STRING "INSCRIPCIONES PASADAS: " w-ins-movidas
               "   DADAS DE BAJA POR DUPLICADAS: " w-ins-cerradas
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.

       505-LEER-INSCRIPCION.
           READ INSCRIPCIONES AT END MOVE 1 TO w-flag-ins.

       510-REASIGNAR-INSCRIPCION.
           IF w-ins-legajo (w-ind-ins) = w-origen
           AND w-ins-estado (w-ind-ins) NOT = "B"
               MOVE ZERO TO w-ins-duplicada
               PERFORM VARYING w-ind-ins2 FROM 1 BY 1
                       UNTIL w-ind-ins2 > w-cant-ins
                   IF w-ins-legajo (w-ind-ins2) = w-destino
                   AND w-ins-actividad (w-ind-ins2) =
                       w-ins-actividad (w-ind-ins)
                   AND w-ins-estado (w-ind-ins2) NOT = "B"
                       MOVE 1 TO w-ins-duplicada
                   END-IF
               END-PERFORM
               IF w-ins-duplicada = 1
                   MOVE "B" TO w-ins-estado (w-ind-ins)
                   ADD 1 TO w-ins-cerradas
               ELSE
                   MOVE w-destino TO w-ins-legajo (w-ind-ins)
                   ADD 1 TO w-ins-movidas
               END-IF
           END-IF.

      * Grupo familiar: si el destino no esta en ningun grupo, toma
      * el lugar del origen con su rol; si ya esta en uno, la linea
      * del origen se quita (y si era responsable del mismo grupo,
      * el destino pasa a serlo).
       530-PASAR-GRUPO.
           MOVE ZERO TO w-cant-grp.
           MOVE ZERO TO w-flag-grp.
           MOVE ZERO TO w-grupo-destino.
           OPEN INPUT GRUPOS.
           IF w-status-grupos = "00"
               PERFORM 535-LEER-GRUPO
               PERFORM UNTIL w-flag-grp = 1
                   IF w-cant-grp < 2000
                       ADD 1 TO w-cant-grp
                       MOVE grp-nro TO w-grp-nro (w-cant-grp)
                       MOVE grp-legajo TO w-grp-legajo (w-cant-grp)
                       MOVE grp-rol TO w-grp-rol (w-cant-grp)
                       IF grp-legajo = w-destino
                           MOVE grp-nro TO w-grupo-destino
                       END-IF
                   END-IF
                   PERFORM 535-LEER-GRUPO
               END-PERFORM
               CLOSE GRUPOS
           ELSE
               IF w-status-grupos = "05"
                   CLOSE GRUPOS
               END-IF
           END-IF.
           PERFORM 540-REASIGNAR-GRUPO
               VARYING w-ind-grp FROM 1 BY 1
               UNTIL w-ind-grp > w-cant-grp.
           IF w-grp-movidos > ZERO OR w-grp-quitados > ZERO
               OPEN OUTPUT GRUPOS
               PERFORM VARYING w-ind-grp FROM 1 BY 1
                       UNTIL w-ind-grp > w-cant-grp
                   IF w-grp-legajo (w-ind-grp) NOT = ZERO
                       MOVE SPACES TO grp-reg
                       MOVE w-grp-nro (w-ind-grp) TO grp-nro
                       MOVE w-grp-legajo (w-ind-grp) TO grp-legajo
                       MOVE w-grp-rol (w-ind-grp) TO grp-rol
                       WRITE grp-reg
                   END-IF
               END-PERFORM
               CLOSE GRUPOS
           END-IF.
           MOVE SPACES TO act-linea.
           STRING "GRUPO FAMILIAR: LINEAS PASADAS " w-grp-movidos
               "   QUITADAS " w-grp-quitados
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.

       535-LEER-GRUPO.
           READ GRUPOS AT END MOVE 1 TO w-flag-grp.

       540-REASIGNAR-GRUPO.
           IF w-grp-legajo (w-ind-grp) = w-origen
               IF w-grupo-destino = ZERO
                   MOVE w-destino TO w-grp-legajo (w-ind-grp)
                   ADD 1 TO w-grp-movidos
               ELSE
                   IF w-grp-nro (w-ind-grp) = w-grupo-destino
                   AND w-grp-rol (w-ind-grp) = "R"
                       PERFORM 545-DESTINO-RESPONSABLE
                   END-IF
                   MOVE ZERO TO w-grp-legajo (w-ind-grp)
                   ADD 1 TO w-grp-quitados
               END-IF
           END-IF.

       545-DESTINO-RESPONSABLE.
           PERFORM VARYING w-ind-grp2 FROM 1 BY 1
                   UNTIL w-ind-grp2 > w-cant-grp
               IF w-grp-legajo (w-ind-grp2) = w-destino
               AND w-grp-nro (w-ind-grp2) = w-grupo-destino
                   MOVE "R" TO w-grp-rol (w-ind-grp2)
               END-IF
           END-PERFORM.

      * Las reservas del origen, facturadas o no, pasan al destino.
       560-PASAR-RESERVAS.
           MOVE ZERO TO w-cant-rsv.
           MOVE ZERO TO w-flag-rsv.
           OPEN INPUT RESERVAS.
           IF w-status-rsv = "00"
               PERFORM 565-LEER-RESERVA
               PERFORM UNTIL w-flag-rsv = 1
                   IF w-cant-rsv < 3000
                       IF rsv-legajo = w-origen
                           MOVE w-destino TO rsv-legajo
                           ADD 1 TO w-rsv-movidas
                       END-IF
                       ADD 1 TO w-cant-rsv
                       MOVE rsv-reg TO w-tab-rsv (w-cant-rsv)
                   END-IF
                   PERFORM 565-LEER-RESERVA
               END-PERFORM
               CLOSE RESERVAS
           ELSE
               IF w-status-rsv = "05"
                   CLOSE RESERVAS
               END-IF
           END-IF.
           IF w-rsv-movidas > ZERO
               OPEN OUTPUT RESERVAS
               PERFORM VARYING w-ind-rsv FROM 1 BY 1
                       UNTIL w-ind-rsv > w-cant-rsv
                   MOVE w-tab-rsv (w-ind-rsv) TO rsv-reg
                   WRITE rsv-reg
               END-PERFORM
               CLOSE RESERVAS
           END-IF.
           MOVE SPACES TO act-linea.
           STRING "RESERVAS PASADAS: " w-rsv-movidas
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.

       565-LEER-RESERVA.
           READ RESERVAS AT END MOVE 1 TO w-flag-rsv.

       600-ENCABEZAR-ACTA.
           MOVE "ACTA DE FUSION DE LEGAJOS" TO act-linea.
           WRITE act-linea.
           WRITE act-linea FROM lin-guarda.
           MOVE SPACES TO act-linea.
           STRING "FECHA: " w-fecha-proceso "   SUPERVISOR: "
               w-operador DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           MOVE SPACES TO act-linea.
           STRING "ORIGEN : " w-origen " " w-nombre-origen
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           MOVE SPACES TO act-linea.
           STRING "DESTINO: " w-destino " " w-nombre-destino
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           MOVE SPACES TO act-linea.
           STRING "DNI    : " w-dni-destino
               DELIMITED BY SIZE INTO act-linea.
           WRITE act-linea.
           WRITE act-linea FROM lin-guarda.
           MOVE "  CUOTA/ANIO EST     IMPORTE        DEUDA"
               TO act-linea.
           WRITE act-linea.

       610-LINEA-CUOTA.
           MOVE wo-cuota TO l-cuota.
           MOVE wo-anio TO l-anio.
           MOVE wo-estado TO l-estado.
           MOVE wo-importe TO l-importe.
           MOVE wo-debe TO l-debe.
           WRITE act-linea FROM lin-cuota.

       650-CERRAR-ACTA.
           WRITE act-linea FROM lin-guarda.
           MOVE SPACES TO act-linea.
           WRITE act-linea.
           MOVE "FIRMA SUPERVISOR: ____________________" TO act-linea.
           WRITE act-linea.
           MOVE SPACES TO act-linea.
           WRITE act-linea.

      * Mismo registro de auditoria que usan AltaAlu y
      * MantenerParametros: una linea por cada legajo tocado.
       700-ASENTAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-origen TO aud-legajo.
           MOVE "FUSION" TO aud-operacion.
           STRING "A LEGAJO " w-destino
               DELIMITED BY SIZE INTO aud-resultado.
           MOVE w-fecha-proceso TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           MOVE SPACES TO aud-reg.
           MOVE w-destino TO aud-legajo.
           MOVE "FUSION" TO aud-operacion.
           STRING "DE LEGAJO " w-origen
               DELIMITED BY SIZE INTO aud-resultado.
           MOVE w-fecha-proceso TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.

      * La fusion confirmada no se aplica: queda en la cola para
      * que la apruebe un supervisor distinto en el dia.
       720-REGISTRAR-PENDIENTE.
           PERFORM 725-PROXIMA-APROBACION.
           OPEN EXTEND APROBACIONES.
           MOVE SPACES TO apr-reg.
           MOVE w-apr-ultimo TO apr-nro.
           MOVE "FUSION" TO apr-operacion.
           MOVE w-origen TO apr-legajo.
           MOVE w-destino TO apr-legajo-2.
           MOVE ZERO TO apr-cuota.
           MOVE ZERO TO apr-anio.
           MOVE ZERO TO apr-importe.
           MOVE ZERO TO apr-autorizacion.
           MOVE ZERO TO apr-det-tipo.
           MOVE w-operador TO apr-ope-inicia.
           ACCEPT apr-fecha FROM DATE YYYYMMDD.
           ACCEPT apr-hora FROM TIME.
           MOVE "P" TO apr-estado.
           MOVE ZERO TO apr-fecha-res.
           MOVE ZERO TO apr-hora-res.
           WRITE apr-reg.
           CLOSE APROBACIONES.
           OPEN EXTEND AUDITORIA.
           MOVE SPACES TO aud-reg.
           MOVE w-origen TO aud-legajo.
           MOVE "FUSION" TO aud-operacion.
           STRING "PEND NRO " w-apr-ultimo
               DELIMITED BY SIZE INTO aud-resultado.
           MOVE w-fecha-proceso TO aud-fecha.
           ACCEPT aud-hora FROM TIME.
           MOVE w-operador TO aud-operador.
           WRITE aud-reg.
           CLOSE AUDITORIA.
           DISPLAY "LA FUSION QUEDA PENDIENTE DE APROBACION NRO "
               w-apr-ultimo.
           DISPLAY "LA APRUEBA OTRO SUPERVISOR EN EL DIA CON "
               "AprobarOperaciones".

       725-PROXIMA-APROBACION.
           MOVE ZERO TO w-apr-ultimo.
           MOVE ZERO TO w-flag-apr.
           OPEN INPUT APROBACIONES.
           IF w-status-apr = "00"
               PERFORM 727-LEER-APROBACION
               PERFORM UNTIL w-flag-apr = 1
                   IF apr-nro > w-apr-ultimo
                       MOVE apr-nro TO w-apr-ultimo
                   END-IF
                   PERFORM 727-LEER-APROBACION
               END-PERFORM
               CLOSE APROBACIONES
           ELSE
               IF w-status-apr = "05"
                   CLOSE APROBACIONES
               END-IF
           END-IF.
           ADD 1 TO w-apr-ultimo.

       727-LEER-APROBACION.
           READ APROBACIONES AT END MOVE 1 TO w-flag-apr.

      * Al terminar, la sesion propia se quita de la traba
      * reescribiendo el archivo sin el registro propio.
       830-SOLTAR-TRABA.
           MOVE ZERO TO w-cant-trabas.
           MOVE ZERO TO w-flag-tra.
           MOVE ZERO TO w-traba-propia.
           OPEN INPUT TRABA.
           IF w-status-traba = "00"
               PERFORM 015-LEER-TRABA
               PERFORM UNTIL w-flag-tra = 1
                   IF w-traba-propia = ZERO
                   AND tra-tipo = "I"
                   AND tra-programa = "FusionarLegajos"
                   AND tra-fecha = w-traba-fecha
                   AND tra-hora = w-traba-hora
                       MOVE 1 TO w-traba-propia
                   ELSE
                       IF w-cant-trabas < 20
                           ADD 1 TO w-cant-trabas
                           MOVE tra-reg
                               TO w-tab-traba (w-cant-trabas)
                       END-IF
                   END-IF
                   PERFORM 015-LEER-TRABA
               END-PERFORM
               CLOSE TRABA
               OPEN OUTPUT TRABA
               PERFORM VARYING w-ind-tra FROM 1 BY 1
                       UNTIL w-ind-tra > w-cant-trabas
                   MOVE w-tab-traba (w-ind-tra) TO tra-reg
                   WRITE tra-reg
               END-PERFORM
               CLOSE TRABA
           ELSE
               IF w-status-traba = "05"
                   CLOSE TRABA
               END-IF
           END-IF.

       END PROGRAM FUSIONAR-LEGAJOS.
