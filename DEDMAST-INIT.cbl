               MOVE "99999999" TO DED-STOP-DATE.
               MOVE "N"        TO DED-UNLIMITED.
               MOVE 1800       TO DED-BALANCE.
               MOVE 2          TO DED-PRIORITY.
               MOVE "P"        TO DED-CLASS.
               MOVE ZERO       TO DED-ARREARS.
               PERFORM ESCRIBIR-DEDUCCION.

      *         CUOTA SINDICAL DE JUAN (ID 3): 1% DEL BRUTO, SIN
               MOVE "99999999" TO DED-STOP-DATE.
               MOVE "S"        TO DED-UNLIMITED.
               MOVE ZERO       TO DED-BALANCE.
               MOVE 3          TO DED-PRIORITY.
               MOVE "C"        TO DED-CLASS.
               MOVE ZERO       TO DED-ARREARS.
      *         SE REMITE AL SINDICATO (PAYEE-INIT)
               MOVE "SIND01"   TO DED-PAYEE.
               PERFORM ESCRIBIR-DEDUCCION.

      *         EMBARGO JUDICIAL DE CARLOS (ID 7): 200 EUR POR
               MOVE "99999999" TO DED-STOP-DATE.
               MOVE "N"        TO DED-UNLIMITED.
               MOVE 2400       TO DED-BALANCE.
      *         EL EMBARGO VA PRIMERO Y CON EL TECHO LEGAL
               MOVE 1          TO DED-PRIORITY.
               MOVE "E"        TO DED-CLASS.
               MOVE ZERO       TO DED-ARREARS.
      *         SE REMITE AL JUZGADO EMBARGANTE (PAYEE-INIT); EL
      *         PRESTAMO DE EMPRESA NO TIENE PERCEPTOR
               MOVE "JUZG01"   TO DED-PAYEE.
               PERFORM ESCRIBIR-DEDUCCION.

               CLOSE DEDUCTION-MASTER-FILE.
