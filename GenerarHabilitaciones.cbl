           SELECT OPTIONAL DATOS ASSIGN TO "..\datos_socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dat-legajo
                   ALTERNATE RECORD KEY IS dat-dni WITH DUPLICATES
                   ALTERNATE RECORD KEY IS dat-apellido WITH DUPLICATES.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           SELECT HABILITACIONES
                   ASSIGN TO "..\habilitaciones.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APTOS
                   ASSIGN TO "..\aptos_medicos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-aptos.
           SELECT OPTIONAL CARNETS
                   ASSIGN TO "..\carnets_emitidos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-car.
       DATA DIVISION.
       FILE SECTION.

           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.
      * Apellido normalizado (mayusculas, sin los nombres): junto
      * con dat-dni es clave alternativa para buscar socios.
           03 dat-apellido pic x(20).
           03 dat-sede pic 9(2).

       FD  CONVENIOS.
       01  conv-reg.
      * baja o suspension). El moroso con convenio de pago vigente
      * entra como habilitado. Lo consulta tambien el personal de
      * porteria con ConsultaHabilitacion cuando el molinete esta
      * fuera de servicio. hab-apto dice si el socio tiene apto
      * medico vigente (S); con N no se lo deja pasar a las
      * actividades que exigen apto (actividades.txt), aunque la
      * marca general sea H. hab-copia-carnet es el numero de copia
      * del carnet vigente: el molinete rechaza las copias
      * anteriores (carnets perdidos y reimpresos).
       FD  HABILITACIONES.
       01  hab-reg.
           03 hab-legajo pic 9(5).
           03 hab-marca pic x.
           03 filler pic x value space.
           03 hab-fecha pic 9(8).
           03 filler pic x value space.
           03 hab-apto pic x.
           03 filler pic x value space.
           03 hab-copia-carnet pic 9(2).

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

      * Carnets emitidos (los registra EmitirCarnets); la copia mas
      * alta de cada legajo es la vigente.
       FD  CARNETS.
       01  car-reg.
           03 car-legajo pic 9(5).
           03 filler pic x value space.
           03 car-copia pic 9(2).
           03 filler pic x value space.
           03 car-fecha pic 9(8).
           03 filler pic x value space.
           03 car-vencimiento pic 9(8).
           03 filler pic x value space.
           03 car-tipo pic x.
           03 filler pic x value space.
           03 car-motivo pic x(20).
           03 filler pic x value space.
           03 car-operador pic x(8).

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-cant-habilitados pic 9(5) value zero.
       77  w-cant-observados pic 9(5) value zero.
       77  w-cant-denegados pic 9(5) value zero.
       77  w-status-aptos pic xx value spaces.
       77  w-flag-aptos pic 9 value zero.
       77  w-cant-aptos pic 9(4) value zero.
       77  w-ind-apto pic 9(4) value zero.
       77  w-apto-hallado pic 9(4) value zero.
       77  w-legajo-buscado pic 9(5) value zero.
       77  w-cant-sin-apto pic 9(5) value zero.
       77  w-status-car pic xx value spaces.
       77  w-flag-car pic 9 value zero.
       77  w-cant-car pic 9(4) value zero.
       77  w-ind-car pic 9(4) value zero.
       77  w-car-hallado pic 9(4) value zero.
       01  w-tab-carnets.
           03 w-tab-car occurs 3000.
               05 w-car-legajo pic 9(5).
               05 w-car-copia pic 9(2).
       01  w-tab-aptos.
           03 w-tab-apto occurs 3000.
               05 w-apto-legajo pic 9(5).
               05 w-apto-vencimiento pic 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           PERFORM 050-CARGAR-APTOS.
           PERFORM 085-CARGAR-CARNETS.
           OPEN INPUT ALUMNOS.
           OPEN INPUT DATOS.
           OPEN INPUT CONVENIOS.
           DISPLAY "HABILITADOS: " w-cant-habilitados.
           DISPLAY "OBSERVADOS : " w-cant-observados.
           DISPLAY "DENEGADOS  : " w-cant-denegados.
           DISPLAY "SIN APTO MEDICO VIGENTE: " w-cant-sin-apto.
           STOP RUN.

       050-CARGAR-APTOS.
           OPEN INPUT APTOS.
           IF w-status-aptos = "00"
               PERFORM 060-LEER-APTO
               PERFORM UNTIL w-flag-aptos = 1
                   PERFORM 070-ACUMULAR-APTO
                   PERFORM 060-LEER-APTO
               END-PERFORM
               CLOSE APTOS
           ELSE
               IF w-status-aptos = "05"
                   CLOSE APTOS
               END-IF
           END-IF.

       060-LEER-APTO.
           READ APTOS AT END MOVE 1 TO w-flag-aptos.

       070-ACUMULAR-APTO.
           MOVE apt-legajo TO w-legajo-buscado.
           PERFORM 080-BUSCAR-APTO.
           IF w-apto-hallado = ZERO
               IF w-cant-aptos < 3000
                   ADD 1 TO w-cant-aptos
                   MOVE apt-legajo TO w-apto-legajo (w-cant-aptos)
                   MOVE apt-vencimiento
                       TO w-apto-vencimiento (w-cant-aptos)
               END-IF
           ELSE
               IF apt-vencimiento >
                   w-apto-vencimiento (w-apto-hallado)
                   MOVE apt-vencimiento
                       TO w-apto-vencimiento (w-apto-hallado)
               END-IF
           END-IF.

       080-BUSCAR-APTO.
           MOVE ZERO TO w-apto-hallado.
           PERFORM VARYING w-ind-apto FROM 1 BY 1
                   UNTIL w-ind-apto > w-cant-aptos
                   OR w-apto-hallado NOT = ZERO
               IF w-apto-legajo (w-ind-apto) = w-legajo-buscado
                   MOVE w-ind-apto TO w-apto-hallado
               END-IF
           END-PERFORM.

       085-CARGAR-CARNETS.
           OPEN INPUT CARNETS.
           IF w-status-car = "00"
               PERFORM 090-LEER-CARNET
               PERFORM UNTIL w-flag-car = 1
                   MOVE car-legajo TO w-legajo-buscado
                   PERFORM 095-BUSCAR-CARNET
                   IF w-car-hallado = ZERO
                       IF w-cant-car < 3000
                           ADD 1 TO w-cant-car
                           MOVE car-legajo TO w-car-legajo (w-cant-car)
                           MOVE car-copia TO w-car-copia (w-cant-car)
                       END-IF
                   ELSE
                       IF car-copia > w-car-copia (w-car-hallado)
                           MOVE car-copia
                               TO w-car-copia (w-car-hallado)
                       END-IF
                   END-IF
                   PERFORM 090-LEER-CARNET
               END-PERFORM
               CLOSE CARNETS
           ELSE
               IF w-status-car = "05"
                   CLOSE CARNETS
               END-IF
           END-IF.

       090-LEER-CARNET.
           READ CARNETS AT END MOVE 1 TO w-flag-car.

       095-BUSCAR-CARNET.
           MOVE ZERO TO w-car-hallado.
           PERFORM VARYING w-ind-car FROM 1 BY 1
                   UNTIL w-ind-car > w-cant-car
                   OR w-car-hallado NOT = ZERO
               IF w-car-legajo (w-ind-car) = w-legajo-buscado
                   MOVE w-ind-car TO w-car-hallado
               END-IF
           END-PERFORM.

       100-LEER-ALUMNO.
           READ ALUMNOS AT END MOVE 1 TO w-flag-alu.

           END-READ.
           MOVE w-marca TO hab-marca.
           MOVE w-fecha-proceso TO hab-fecha.
           MOVE "N" TO hab-apto.
           MOVE alu-alumno TO w-legajo-buscado.
           PERFORM 080-BUSCAR-APTO.
           IF w-apto-hallado NOT = ZERO
               IF w-apto-vencimiento (w-apto-hallado)
                   >= w-fecha-proceso
                   MOVE "S" TO hab-apto
               END-IF
           END-IF.
           IF hab-apto = "N"
               ADD 1 TO w-cant-sin-apto
           END-IF.
           MOVE ZERO TO hab-copia-carnet.
           PERFORM 095-BUSCAR-CARNET.
           IF w-car-hallado NOT = ZERO
               MOVE w-car-copia (w-car-hallado) TO hab-copia-carnet
           END-IF.
           WRITE hab-reg.

       END PROGRAM GENERAR-HABILITACIONES.
