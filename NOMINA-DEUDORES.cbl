          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-DEUDORES.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Informe de deudores del        *
      *                 personal: excesos pagados      *
      *                 (ajustes negativos mayores que *
      *                 el bruto del periodo) que      *
      *                 cada empleado tiene pendientes *
      *                 de recuperar en nomina (lineas *
      *                 de clase R de DEDMAST), con    *
      *                 totales por empleado y los de  *
      *                 empleados ya de baja aparte    *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DED-KEY
                  FILE STATUS IS WS-DED-STATUS.

              SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS WS-EMP-STATUS.

              SELECT RECEIVABLE-REPORT-FILE ASSIGN TO "DEUDORES.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  DEDUCTION-MASTER-FILE.
          COPY DEDMAST.

          FD  EMPLOYEE-MASTER-FILE.
          COPY EMPMAST.

          FD  RECEIVABLE-REPORT-FILE.
          01  RECEIVABLE-LINE PIC X(100).

          WORKING-STORAGE SECTION.

          01 WS-DED-STATUS  PIC X(2).
          01 WS-EMP-STATUS  PIC X(2).
          01 WS-RPT-STATUS  PIC X(2).
          01 WS-DED-EOF     PIC X VALUE "N".
          01 WS-EMP-AVAIL   PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN, CON CAPACIDAD "I" DE CONSULTA
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "I".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "N".
          01 WS-SGN-RESULT  PIC X(1).

      *         CORTE DE CONTROL POR EMPLEADO
          01 WS-CUR-EMP-ID  PIC 9(5) VALUE ZERO.
          01 WS-CUR-NAME    PIC X(10).
          01 WS-CUR-STATUS  PIC X(1).
          01 WS-EMP-BALANCE PIC 9(9) VALUE ZERO.
          01 WS-EMP-LINES   PIC 9(3) VALUE ZERO.

          01 WS-TOTAL-BALANCE PIC 9(9) VALUE ZERO.
          01 WS-TERM-BALANCE  PIC 9(9) VALUE ZERO.
          01 WS-COUNT-EMPS    PIC 9(5) VALUE ZERO.
          01 WS-COUNT-TERM    PIC 9(5) VALUE ZERO.
          01 WS-COUNT-LINES   PIC 9(5) VALUE ZERO.

          01 WS-ED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.
          01 WS-TODAY       PIC X(8).

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "INFORME DE DEUDORES DEL PERSONAL (EXCESOS "
                       "PAGADOS)".

               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; proceso cancelado."
                  STOP RUN
               END-IF.

               OPEN INPUT DEDUCTION-MASTER-FILE.
               IF WS-DED-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir DEDMAST.DAT "
                          "(status " WS-DED-STATUS ")"
                  STOP RUN
               END-IF.
      *         SIN MAESTRO DE EMPLEADOS EL INFORME SALE SIN NOMBRES
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF WS-EMP-STATUS = "00"
                  MOVE "Y" TO WS-EMP-AVAIL
               END-IF.
               OPEN OUTPUT RECEIVABLE-REPORT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear DEUDORES.RPT "
                          "(status " WS-RPT-STATUS ")"
                  STOP RUN
               END-IF.

               PERFORM Deu-WRITE-HEADER.
               PERFORM Deu-SCAN-DEDUCTIONS.
               PERFORM Deu-EMPLOYEE-BREAK.
               PERFORM Deu-WRITE-SUMMARY.

               CLOSE DEDUCTION-MASTER-FILE.
               IF WS-EMP-AVAIL = "Y"
                  CLOSE EMPLOYEE-MASTER-FILE
               END-IF.
               CLOSE RECEIVABLE-REPORT-FILE.

               DISPLAY WS-COUNT-LINES " deuda(s) por exceso de "
                       WS-COUNT-EMPS " empleado(s); total pendiente "
                       WS-TOTAL-BALANCE " eur. Detalle en "
                       "DEUDORES.RPT".
               STOP RUN.

          Deu-WRITE-HEADER.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
               MOVE "INFORME DE DEUDORES DEL PERSONAL (EXCESOS PAGADOS)"
                 TO RECEIVABLE-LINE.
               WRITE RECEIVABLE-LINE.
               MOVE SPACES TO RECEIVABLE-LINE.
               STRING "FECHA: " WS-TODAY "   OPERADOR: "
                      WS-OPERATOR-ID
                      INTO RECEIVABLE-LINE.
               WRITE RECEIVABLE-LINE.
               MOVE ALL "-" TO RECEIVABLE-LINE.
               WRITE RECEIVABLE-LINE.
               MOVE "EMPLEADO          SEQ ORIGEN   ES"
                 TO RECEIVABLE-LINE.
               MOVE "  PENDIENTE  OBSERVACIONES"
                 TO RECEIVABLE-LINE(41:).
               WRITE RECEIVABLE-LINE.
               MOVE ALL "-" TO RECEIVABLE-LINE.
               WRITE RECEIVABLE-LINE.

      *         RECORRE DEDMAST (POR EMPLEADO Y SECUENCIA) Y LISTA
      *         LAS DEUDAS POR EXCESO (CLASE R) CON SALDO PENDIENTE
          Deu-SCAN-DEDUCTIONS.
               MOVE LOW-VALUES TO DED-KEY.
               START DEDUCTION-MASTER-FILE KEY IS >= DED-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-DED-EOF
               END-START.
               PERFORM UNTIL WS-DED-EOF = "Y"
                  READ DEDUCTION-MASTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-DED-EOF
                     NOT AT END
                        PERFORM Deu-ONE-DEDUCTION
                  END-READ
               END-PERFORM.

      *         LA FECHA DE ORIGEN ES EL FIN DEL PERIODO EN QUE SE
      *         PRODUJO EL PRIMER EXCESO DE LA LINEA; LOS EXCESOS
      *         POSTERIORES SE ACUMULAN EN LA MISMA LINEA MIENTRAS
      *         TENGA SALDO
          Deu-ONE-DEDUCTION.
               IF DED-CLASS NOT = "R"
                  EXIT PARAGRAPH
               END-IF.
               IF DED-BALANCE IS NOT NUMERIC
                  EXIT PARAGRAPH
               END-IF.
               IF DED-BALANCE = ZERO
                  EXIT PARAGRAPH
               END-IF.
               IF DED-EMP-ID NOT = WS-CUR-EMP-ID
                  PERFORM Deu-EMPLOYEE-BREAK
                  PERFORM Deu-NEW-EMPLOYEE
               END-IF.

               MOVE DED-BALANCE TO WS-ED-AMOUNT.
               MOVE SPACES TO RECEIVABLE-LINE.
               IF WS-EMP-LINES = ZERO
                  STRING WS-CUR-EMP-ID " " WS-CUR-NAME
                         INTO RECEIVABLE-LINE
               END-IF.
               MOVE DED-SEQ        TO RECEIVABLE-LINE(19:2).
               MOVE DED-START-DATE TO RECEIVABLE-LINE(23:8).
               MOVE WS-CUR-STATUS  TO RECEIVABLE-LINE(33:1).
               MOVE WS-ED-AMOUNT   TO RECEIVABLE-LINE(41:11).
      *         UN EMPLEADO DE BAJA YA NO COBRA NOMINAS: LA DEUDA
      *         NO SE RECUPERARA SOLA
               IF WS-CUR-STATUS = "B"
                  MOVE "BAJA: RECLAMAR FUERA DE NOMINA"
                    TO RECEIVABLE-LINE(54:)
               END-IF.
               WRITE RECEIVABLE-LINE.

               ADD 1 TO WS-EMP-LINES WS-COUNT-LINES.
               ADD DED-BALANCE TO WS-EMP-BALANCE WS-TOTAL-BALANCE.
               IF WS-CUR-STATUS = "B"
                  ADD DED-BALANCE TO WS-TERM-BALANCE
               END-IF.

          Deu-NEW-EMPLOYEE.
               MOVE DED-EMP-ID TO WS-CUR-EMP-ID.
               MOVE ZERO TO WS-EMP-BALANCE WS-EMP-LINES.
               MOVE "(NO EXIST)" TO WS-CUR-NAME.
               MOVE "?" TO WS-CUR-STATUS.
               IF WS-EMP-AVAIL = "Y"
                  MOVE DED-EMP-ID TO EMP-ID
                  READ EMPLOYEE-MASTER-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE EMP-NAME   TO WS-CUR-NAME
                        MOVE EMP-STATUS TO WS-CUR-STATUS
                  END-READ
               END-IF.
               ADD 1 TO WS-COUNT-EMPS.
               IF WS-CUR-STATUS = "B"
                  ADD 1 TO WS-COUNT-TERM
               END-IF.

      *         SUBTOTAL DEL EMPLEADO ANTERIOR
          Deu-EMPLOYEE-BREAK.
               IF WS-EMP-LINES = ZERO
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-EMP-BALANCE TO WS-ED-AMOUNT.
               MOVE SPACES TO RECEIVABLE-LINE.
               MOVE "  TOTAL EMPLEADO" TO RECEIVABLE-LINE(19:).
               MOVE WS-ED-AMOUNT TO RECEIVABLE-LINE(41:11).
               WRITE RECEIVABLE-LINE.
               MOVE SPACES TO RECEIVABLE-LINE.
               WRITE RECEIVABLE-LINE.
               MOVE ZERO TO WS-EMP-LINES.

          Deu-WRITE-SUMMARY.
               MOVE ALL "-" TO RECEIVABLE-LINE.
               WRITE RECEIVABLE-LINE.
               MOVE WS-TERM-BALANCE TO WS-ED-AMOUNT.
               MOVE SPACES TO RECEIVABLE-LINE.
               STRING "  DE EMPLEADOS DE BAJA (" WS-COUNT-TERM ")"
                      INTO RECEIVABLE-LINE.
               MOVE WS-ED-AMOUNT TO RECEIVABLE-LINE(41:11).
               WRITE RECEIVABLE-LINE.
               MOVE WS-TOTAL-BALANCE TO WS-ED-AMOUNT.
               MOVE SPACES TO RECEIVABLE-LINE.
               STRING "TOTAL DEUDORES (" WS-COUNT-EMPS
                      " EMPLEADOS)"
                      INTO RECEIVABLE-LINE.
               MOVE WS-ED-AMOUNT TO RECEIVABLE-LINE(41:11).
               WRITE RECEIVABLE-LINE.

          END PROGRAM NOMINA-DEUDORES.
