           03 hab-marca pic x.
           03 filler pic x.
           03 hab-fecha pic 9(8).
           03 filler pic x.
           03 hab-apto pic x.
           03 filler pic x.
           03 hab-copia-carnet pic 9(2).

       WORKING-STORAGE SECTION.
       77  w-status-hab pic xx value spaces.
                   DISPLAY "  DENEGADO: NO HABILITADO PARA INGRESAR"
               END-IF
           END-IF.
           IF hab-copia-carnet = ZERO
               DISPLAY "  SIN CARNET EMITIDO"
           ELSE
               DISPLAY "  CARNET VIGENTE: COPIA " hab-copia-carnet
                   " (NO VALEN LAS COPIAS ANTERIORES)"
           END-IF.
           IF hab-marca NOT = "D" AND hab-apto = "N"
               DISPLAY "  SIN APTO MEDICO VIGENTE: NO PASA A PILETA "
                   "NI A ACTIVIDADES QUE EXIGEN APTO"
           END-IF.

       END PROGRAM CONSULTA-HABILITACION.
