                       EXIT PARAGRAPH
               END-REWRITE.
               DISPLAY "Empleado " WS-IN-ID " dado de baja.".
      *         EL SALDO DE VACACIONES NO DISFRUTADAS Y LOS
      *         PRESTAMOS ABIERTOS SE LIQUIDAN CON EL FINIQUITO
               IF EMP-VAC-BALANCE > ZERO
                  DISPLAY "Saldo de vacaciones pendiente: "
                          EMP-VAC-BALANCE " h; liquidar el "
                          "finiquito con NOMINA-FINIQUITO."
               END-IF.
               MOVE "BAJA" TO WS-AUDIT-ACTION.
               PERFORM Maint-LOG-CHANGE.

