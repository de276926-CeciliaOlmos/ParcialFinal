      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADO-NOTAS-CREDITO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPROBANTES
                   ASSIGN TO "..\comprobantes.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS w-status-cbt.
           SELECT LISTADO ASSIGN TO "..\notas_credito_listado.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.

      * Comprobantes fiscales (los emite EmitirComprobantes); las
      * notas de credito son tipo NCC y referencian el original.
       FD  COMPROBANTES.
       01  cbt-reg.
           03 cbt-ptovta pic 9(4).
           03 filler pic x.
           03 cbt-tipo pic x(3).
           03 filler pic x.
           03 cbt-numero pic 9(8).
           03 filler pic x.
           03 cbt-fecha pic 9(8).
           03 filler pic x.
           03 cbt-recibo pic 9(10).
           03 filler pic x.
           03 cbt-legajo pic 9(5).
           03 filler pic x.
           03 cbt-dni pic 9(8).
           03 filler pic x.
           03 cbt-nombre pic x(30).
           03 filler pic x.
           03 cbt-concepto pic 9(2).
           03 filler pic x.
           03 cbt-importe pic 9(8).
           03 filler pic x.
           03 cbt-ref-tipo pic x(3).
           03 filler pic x.
           03 cbt-ref-numero pic 9(8).

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       77  w-status-cbt pic xx value spaces.
       77  w-flag-cbt pic 9 value zero.
       77  w-tipo-nc pic x(3) value "NCC".
       77  w-anio-pedido pic 9(4) value zero.
       77  w-mes-pedido pic 9(2) value zero.
       77  w-periodo-pedido pic 9(6) value zero.
       77  w-periodo-cbt pic 9(6) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-cant-nc pic 9(4) value zero.
       77  w-ind-nc pic 9(4) value zero.
       77  w-tot-nc pic 9(10) value zero.
       77  w-cant-sin-original pic 9(4) value zero.
       01  w-tab-notas.
           03 w-tab-nc occurs 2000.
               05 w-nc-ptovta pic 9(4).
               05 w-nc-numero pic 9(8).
               05 w-nc-fecha pic 9(8).
               05 w-nc-legajo pic 9(5).
               05 w-nc-nombre pic x(30).
               05 w-nc-importe pic 9(8).
               05 w-nc-ref-tipo pic x(3).
               05 w-nc-ref-numero pic 9(8).
               05 w-nc-org-fecha pic 9(8).
       01  lin-titulo.
           03 filler pic x(40)
               value "COMPROBANTE   FECHA    LEGAJO NOMBRE    ".
           03 filler pic x(40)
               value "          NOTA CRED  FECHA NC    IMPORTE".
       01  lin-detalle.
           03 l-org-tipo pic x(3).
           03 filler pic x value space.
           03 l-org-numero pic 9(8).
           03 filler pic x value space.
           03 l-org-fecha pic 9(8).
           03 filler pic x value space.
           03 l-legajo pic 9(5).
           03 filler pic x value space.
           03 l-nombre pic x(18).
           03 filler pic x value space.
           03 l-nc-numero pic 9(8).
           03 filler pic x value space.
           03 l-nc-fecha pic 9(8).
           03 filler pic x value space.
           03 l-importe pic zz.zzz.zz9.
       01  lin-total.
           03 filler pic x(30) value "TOTAL NOTAS DE CREDITO: ".
           03 lt-cant pic zzz9.
           03 filler pic x(12) value "  IMPORTE: ".
           03 lt-importe pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "COMPROBANTES CON NOTA DE CREDITO ASOCIADA".
           DISPLAY "ANIO: ".
           ACCEPT w-anio-pedido.
           DISPLAY "MES: ".
           ACCEPT w-mes-pedido.
           IF w-anio-pedido = ZERO
           OR w-mes-pedido < 1 OR w-mes-pedido > 12
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE w-periodo-pedido =
               w-anio-pedido * 100 + w-mes-pedido.
           PERFORM 100-CARGAR-NOTAS.
           PERFORM 200-BUSCAR-ORIGINALES.
           PERFORM 300-EMITIR-LISTADO.
           DISPLAY "NOTAS DE CREDITO DEL PERIODO: " w-cant-nc.
           DISPLAY "IMPORTE ACREDITADO          : " w-tot-nc.
           IF w-cant-sin-original > ZERO
               DISPLAY "SIN COMPROBANTE ORIGINAL    : "
                   w-cant-sin-original
           END-IF.
           DISPLAY "LISTADO EN notas_credito_listado.txt".
           STOP RUN.

      * El periodo es el de la nota de credito (el de la anulacion),
      * que es donde la toma ExportarImpositiva.
       100-CARGAR-NOTAS.
           MOVE ZERO TO w-flag-cbt.
           OPEN INPUT COMPROBANTES.
           IF w-status-cbt = "00"
               PERFORM 110-LEER-COMPROBANTE
               PERFORM UNTIL w-flag-cbt = 1
                   COMPUTE w-periodo-cbt = cbt-fecha / 100
                   IF cbt-tipo = w-tipo-nc
                   AND w-periodo-cbt = w-periodo-pedido
                   AND w-cant-nc < 2000
                       ADD 1 TO w-cant-nc
                       MOVE cbt-ptovta TO w-nc-ptovta (w-cant-nc)
                       MOVE cbt-numero TO w-nc-numero (w-cant-nc)
                       MOVE cbt-fecha TO w-nc-fecha (w-cant-nc)
                       MOVE cbt-legajo TO w-nc-legajo (w-cant-nc)
                       MOVE cbt-nombre TO w-nc-nombre (w-cant-nc)
                       MOVE cbt-importe TO w-nc-importe (w-cant-nc)
                       MOVE cbt-ref-tipo TO w-nc-ref-tipo (w-cant-nc)
                       MOVE cbt-ref-numero
                           TO w-nc-ref-numero (w-cant-nc)
                       MOVE ZERO TO w-nc-org-fecha (w-cant-nc)
                       ADD cbt-importe TO w-tot-nc
                   END-IF
                   PERFORM 110-LEER-COMPROBANTE
               END-PERFORM
               CLOSE COMPROBANTES
           ELSE
               IF w-status-cbt = "05"
                   CLOSE COMPROBANTES
               END-IF
           END-IF.

       110-LEER-COMPROBANTE.
           READ COMPROBANTES AT END MOVE 1 TO w-flag-cbt.

      * El comprobante original puede ser de cualquier periodo
      * anterior: se recorre el archivo completo para traer su
      * fecha.
       200-BUSCAR-ORIGINALES.
           IF w-cant-nc > ZERO
               MOVE ZERO TO w-flag-cbt
               OPEN INPUT COMPROBANTES
               PERFORM 110-LEER-COMPROBANTE
               PERFORM UNTIL w-flag-cbt = 1
                   IF cbt-tipo NOT = w-tipo-nc
                       PERFORM 210-APAREAR-ORIGINAL
                   END-IF
                   PERFORM 110-LEER-COMPROBANTE
               END-PERFORM
               CLOSE COMPROBANTES
           END-IF.

       210-APAREAR-ORIGINAL.
           PERFORM VARYING w-ind-nc FROM 1 BY 1
                   UNTIL w-ind-nc > w-cant-nc
               IF w-nc-ptovta (w-ind-nc) = cbt-ptovta
               AND w-nc-ref-tipo (w-ind-nc) = cbt-tipo
               AND w-nc-ref-numero (w-ind-nc) = cbt-numero
                   MOVE cbt-fecha TO w-nc-org-fecha (w-ind-nc)
               END-IF
           END-PERFORM.

      * Una nota de credito cuyo original no aparece (fecha en cero)
      * se lista igual, para que se revise a mano.
       300-EMITIR-LISTADO.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO lis-linea.
           STRING "COMPROBANTES CON NOTA DE CREDITO DEL PERIODO "
               w-periodo-pedido " (EMITIDO EL " w-fecha-hoy ")"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           WRITE lis-linea FROM lin-titulo.
           PERFORM VARYING w-ind-nc FROM 1 BY 1
                   UNTIL w-ind-nc > w-cant-nc
               MOVE w-nc-ref-tipo (w-ind-nc) TO l-org-tipo
               MOVE w-nc-ref-numero (w-ind-nc) TO l-org-numero
               MOVE w-nc-org-fecha (w-ind-nc) TO l-org-fecha
               MOVE w-nc-legajo (w-ind-nc) TO l-legajo
               MOVE w-nc-nombre (w-ind-nc) TO l-nombre
               MOVE w-nc-numero (w-ind-nc) TO l-nc-numero
               MOVE w-nc-fecha (w-ind-nc) TO l-nc-fecha
               MOVE w-nc-importe (w-ind-nc) TO l-importe
               WRITE lis-linea FROM lin-detalle
               IF w-nc-org-fecha (w-ind-nc) = ZERO
                   ADD 1 TO w-cant-sin-original
               END-IF
           END-PERFORM.
           MOVE w-cant-nc TO lt-cant.
           MOVE w-tot-nc TO lt-importe.
           MOVE SPACES TO lis-linea.
           WRITE lis-linea.
           WRITE lis-linea FROM lin-total.
           CLOSE LISTADO.

       END PROGRAM LISTADO-NOTAS-CREDITO.
