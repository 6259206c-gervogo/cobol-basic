          IDENTIFICATION DIVISION.
          PROGRAM-ID. DEPTMAST-CONV.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Conversion unica del maestro   *
      *                 de departamentos al trazado    *
      *                 con cuenta de deudores del     *
      *                 personal y reserva ampliada.   *
      *                 Lee el fichero actual y graba  *
      *                 DEPTMAST.NEW; el operador lo   *
      *                 renombra despues sobre el      *
      *                 nombre de produccion           *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT OLD-DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OLD-DPT-CODE
                  FILE STATUS IS WS-OLD-STATUS.

              SELECT NEW-DEPT-FILE ASSIGN TO "DEPTMAST.NEW"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DPT-CODE
                  FILE STATUS IS WS-NEW-STATUS.

          DATA DIVISION.
          FILE SECTION.
      *         TRAZADO ANTERIOR DEL MAESTRO, TAL COMO ESTA HOY EN
      *         DISCO EN PRODUCCION: CUATRO CUENTAS Y RESERVA DE 4
      *         BYTES (60 BYTES EN TOTAL)
          FD  OLD-DEPT-FILE.
          01  OLD-DEPARTMENT-RECORD.
              05 OLD-DPT-CODE        PIC X(4).
              05 OLD-DPT-DESC        PIC X(20).
              05 OLD-DPT-GL-EXPENSE  PIC X(8).
              05 OLD-DPT-GL-WITHHOLD PIC X(8).
              05 OLD-DPT-GL-NET      PIC X(8).
              05 OLD-DPT-GL-SSEMP    PIC X(8).
              05 FILLER              PIC X(4).

          FD  NEW-DEPT-FILE.
          COPY DEPTMAST.

          WORKING-STORAGE SECTION.
          01 WS-OLD-STATUS PIC X(2).
          01 WS-NEW-STATUS PIC X(2).
          01 WS-OLD-EOF    PIC X VALUE "N".
          01 WS-COUNT-CONV PIC 9(5) VALUE ZERO.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "Conversion del maestro de departamentos al "
                       "trazado con cuenta de deudores del personal".

               OPEN INPUT OLD-DEPT-FILE.
               IF WS-OLD-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir DEPTMAST.DAT "
                          "(status " WS-OLD-STATUS ")"
                  STOP RUN
               END-IF.
               OPEN OUTPUT NEW-DEPT-FILE.
               IF WS-NEW-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear DEPTMAST.NEW "
                          "(status " WS-NEW-STATUS ")"
                  STOP RUN
               END-IF.

               PERFORM UNTIL WS-OLD-EOF = "Y"
                  READ OLD-DEPT-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-OLD-EOF
                     NOT AT END
                        PERFORM CONVERTIR-DEPARTAMENTO
                  END-READ
               END-PERFORM.

               CLOSE OLD-DEPT-FILE.
               CLOSE NEW-DEPT-FILE.

               DISPLAY "Convertidos " WS-COUNT-CONV
                       " departamento(s) a DEPTMAST.NEW.".
               DISPLAY "Renombrar DEPTMAST.NEW sobre DEPTMAST.DAT "
                       "para completar la conversion.".
               DISPLAY "Revisar las cuentas de deudores y de "
                       "provision de vacaciones asignadas a cada "
                       "departamento.".
               STOP RUN.

      *         COPIA EL REGISTRO CAMPO A CAMPO; LAS CUENTAS DE
      *         DEUDORES Y DE PROVISION DE VACACIONES SE DERIVAN DE
      *         LA DE GASTOS (MISMA SUBCUENTA BAJO LOS GRUPOS 4600
      *         Y 4651) Y LA RESERVA QUEDA EN BLANCO
          CONVERTIR-DEPARTAMENTO.
               MOVE SPACES TO DEPARTMENT-RECORD.
               MOVE OLD-DPT-CODE          TO DPT-CODE.
               MOVE OLD-DPT-DESC          TO DPT-DESC.
               MOVE OLD-DPT-GL-EXPENSE    TO DPT-GL-EXPENSE.
               MOVE OLD-DPT-GL-WITHHOLD   TO DPT-GL-WITHHOLD.
               MOVE OLD-DPT-GL-NET        TO DPT-GL-NET.
               MOVE OLD-DPT-GL-SSEMP      TO DPT-GL-SSEMP.
               MOVE "4600"                TO DPT-GL-RECEIVABLE(1:4).
               MOVE OLD-DPT-GL-EXPENSE(5:4)
                                          TO DPT-GL-RECEIVABLE(5:4).
               MOVE "4651"                TO DPT-GL-VACATION(1:4).
               MOVE OLD-DPT-GL-EXPENSE(5:4)
                                          TO DPT-GL-VACATION(5:4).
               WRITE DEPARTMENT-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL CONVERTIR DEPARTAMENTO "
                               OLD-DPT-CODE " STATUS " WS-NEW-STATUS
                       EXIT PARAGRAPH
               END-WRITE.
               ADD 1 TO WS-COUNT-CONV.

          END PROGRAM DEPTMAST-CONV.
