           READ CUOTAS AT END MOVE 1 TO w-flag-cuota.

      * Estados validos: C cancelada (sin deuda), I impaga (con
      * deuda), V cubierta por convenio, N anulada por liquidacion
      * de baja (sin deuda, ver LiquidarBaja) y K castigada como
      * incobrable (conserva la deuda, ver CastigarIncobrables).
       520-VERIFICAR-CUOTA.
           IF cuo-alumno = ZERO
               PERFORM 530-INFORMAR-CUOTA-MALA
                       IF cuo-estado NOT = "C" AND cuo-estado NOT = "I"
                       AND cuo-estado NOT = "V"
                       AND cuo-estado NOT = "N"
                       AND cuo-estado NOT = "K"
                           PERFORM 530-INFORMAR-CUOTA-MALA
                       END-IF
                   END-IF
