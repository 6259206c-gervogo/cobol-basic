          IDENTIFICATION DIVISION.
          PROGRAM-ID. PAYEE-INIT.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      21/10/2026                     *
      *      Purpose:   Carga inicial del maestro de   *
      *                 perceptores (PAYEE.DAT) con el *
      *                 sindicato y el juzgado a los   *
      *                 que remiten las deducciones    *
      *                 actuales de DEDMAST            *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PYE-CODE
                  FILE STATUS IS WS-PYE-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  PAYEE-MASTER-FILE.
          COPY PAYEE.

          WORKING-STORAGE SECTION.
          01 WS-PYE-STATUS PIC X(2).

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               OPEN OUTPUT PAYEE-MASTER-FILE.
               IF WS-PYE-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear PAYEE.DAT "
                          "(status " WS-PYE-STATUS ")"
                  STOP RUN
               END-IF.

      *         JUZGADO DEL EMBARGO DE CARLOS (ID 7); LA REFERENCIA
      *         ES EL EXPEDIENTE QUE DEBE FIGURAR EN EL CONCEPTO
               MOVE SPACES TO PAYEE-RECORD.
               MOVE "JUZG01"   TO PYE-CODE.
               MOVE "JUZGADO DE PRIMERA INSTANCIA 3" TO PYE-NAME.
               MOVE "J"        TO PYE-TYPE.
               MOVE "ES0000000000000000000001" TO PYE-BANK-ACCT.
               MOVE "EXP 0123/2025"  TO PYE-REFERENCE.
               MOVE "A"        TO PYE-STATUS.
               PERFORM ESCRIBIR-PERCEPTOR.

      *         SINDICATO DE LA CUOTA DE JUAN (ID 3)
               MOVE SPACES TO PAYEE-RECORD.
               MOVE "SIND01"   TO PYE-CODE.
               MOVE "SINDICATO DE TRABAJADORES"   TO PYE-NAME.
               MOVE "S"        TO PYE-TYPE.
               MOVE "ES0000000000000000000002" TO PYE-BANK-ACCT.
               MOVE "CUOTAS AFILIADOS" TO PYE-REFERENCE.
               MOVE "A"        TO PYE-STATUS.
               PERFORM ESCRIBIR-PERCEPTOR.

               CLOSE PAYEE-MASTER-FILE.
               DISPLAY "PAYEE.DAT inicializado con 2 perceptores."
                       X"0A".
               STOP RUN.

          ESCRIBIR-PERCEPTOR.
               WRITE PAYEE-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL CREAR PERCEPTOR " PYE-CODE
                               " STATUS " WS-PYE-STATUS
               END-WRITE.

          END PROGRAM PAYEE-INIT.
