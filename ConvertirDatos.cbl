           03 dat-cbu pic x(22).
           03 dat-categoria pic x(2).
           03 dat-fecha-nac pic 9(8).
           03 dat-mail-invalido pic x.

       WORKING-STORAGE SECTION.
       77  w-status-viejo pic xx value spaces.
               MOVE dav-cbu TO dat-cbu
               MOVE dav-categoria TO dat-categoria
               MOVE ZERO TO dat-fecha-nac
               MOVE "N" TO dat-mail-invalido
               WRITE dat-reg
               ADD 1 TO w-cant-convertidos
               PERFORM 100-LEER-VIEJO
