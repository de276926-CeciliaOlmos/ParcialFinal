                   ASSIGN TO "..\respaldo_control.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-control.
           SELECT OPTIONAL PUNTOS-CARGA
                   ASSIGN TO "..\cuotatex_puntos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

           03 filler pic x.
           03 ctl-cant-cuo pic 9(6).

      * Puntos de control de la carga de cuotas.txt (CuotaTexAindex).
       FD  PUNTOS-CARGA.
       01  pca-reg pic x(100).

       WORKING-STORAGE SECTION.
       01  rel-nro pic 9(5).
       77  w-status-control pic xx value spaces.
               IF w-confirma = "S"
                   PERFORM 300-RESTAURAR-ALUMNOS
                   PERFORM 400-RESTAURAR-CUOTAS
                   PERFORM 450-DESCARTAR-PUNTOS
                   PERFORM 500-VERIFICAR-CANTIDADES
               ELSE
                   DISPLAY "RESTAURACION CANCELADA, LOS MAESTROS NO "
       410-LEER-RESP-CUO.
           READ RESP-CUO AT END MOVE 1 TO w-flag-resp.

      * Con CUOTAS repuesto al estado previo a la corrida, lo que
      * una carga cortada de cuotas.txt habia consolidado ya no esta:
      * sus puntos de control se descartan y la proxima carga vuelve
      * a empezar desde el primer registro (cuotas.txt no se vacia
      * hasta que la carga termina).
       450-DESCARTAR-PUNTOS.
           OPEN OUTPUT PUNTOS-CARGA.
           CLOSE PUNTOS-CARGA.

       500-VERIFICAR-CANTIDADES.
           IF w-cant-alu = ctl-cant-alu
           AND w-cant-cuo = ctl-cant-cuo
