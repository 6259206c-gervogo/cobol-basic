          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-ATRASOS.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      20/10/2026                     *
      *      Purpose:   Informe de atrasos de las      *
      *                 deducciones recurrentes: lo    *
      *                 que cada empleado debe por     *
      *                 cada deduccion de DEDMAST que  *
      *                 no se pudo descontar en su     *
      *                 periodo (neto o limite legal   *
      *                 insuficiente), con totales por *
      *                 empleado y por clase           *
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

              SELECT ARREARS-REPORT-FILE ASSIGN TO "ATRASOS.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  DEDUCTION-MASTER-FILE.
          COPY DEDMAST.

          FD  EMPLOYEE-MASTER-FILE.
          COPY EMPMAST.

          FD  ARREARS-REPORT-FILE.
          01  ARREARS-LINE PIC X(100).

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
          01 WS-EMP-ARREARS PIC 9(9) VALUE ZERO.
          01 WS-EMP-LINES   PIC 9(3) VALUE ZERO.
          01 WS-ARREARS     PIC 9(7).
          01 WS-PRIORITY    PIC 9(2).

      *         TOTALES POR CLASE DE DEDUCCION (E = EMBARGO,
      *         P = PRESTAMO, C = CUOTA, R = RECOBRO DE EXCESOS
      *         PAGADOS, RESTO = OTRAS)
          01 WS-CLASS-TABLE.
             05 FILLER PIC X(21) VALUE "EEMBARGOS            ".
             05 FILLER PIC X(21) VALUE "PPRESTAMOS           ".
             05 FILLER PIC X(21) VALUE "CCUOTAS              ".
             05 FILLER PIC X(21) VALUE "RRECOBRO DE EXCESOS  ".
             05 FILLER PIC X(21) VALUE " OTRAS DEDUCCIONES   ".
          01 WS-CLASS-RED REDEFINES WS-CLASS-TABLE.
             05 WS-CLASS-ENTRY OCCURS 5 TIMES.
                10 WS-CLASS-CODE PIC X(1).
                10 WS-CLASS-NAME PIC X(20).
          01 WS-CLASS-TOTALS.
             05 WS-CLASS-AMT   OCCURS 5 TIMES PIC 9(9).
             05 WS-CLASS-COUNT OCCURS 5 TIMES PIC 9(5).
          01 WS-CLASS-IX    PIC 9.

          01 WS-TOTAL-ARREARS PIC 9(9) VALUE ZERO.
          01 WS-COUNT-EMPS    PIC 9(5) VALUE ZERO.
          01 WS-COUNT-LINES   PIC 9(5) VALUE ZERO.

          01 WS-ED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.
          01 WS-ED-BALANCE  PIC Z,ZZZ,ZZ9.
          01 WS-TODAY       PIC X(8).

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "INFORME DE ATRASOS DE DEDUCCIONES RECURRENTES".

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
               OPEN OUTPUT ARREARS-REPORT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear ATRASOS.RPT "
                          "(status " WS-RPT-STATUS ")"
                  STOP RUN
               END-IF.

               PERFORM VARYING WS-CLASS-IX FROM 1 BY 1
                       UNTIL WS-CLASS-IX > 5
                  MOVE ZERO TO WS-CLASS-AMT(WS-CLASS-IX)
                               WS-CLASS-COUNT(WS-CLASS-IX)
               END-PERFORM.

               PERFORM Atr-WRITE-HEADER.
               PERFORM Atr-SCAN-DEDUCTIONS.
               PERFORM Atr-EMPLOYEE-BREAK.
               PERFORM Atr-WRITE-SUMMARY.

               CLOSE DEDUCTION-MASTER-FILE.
               IF WS-EMP-AVAIL = "Y"
                  CLOSE EMPLOYEE-MASTER-FILE
               END-IF.
               CLOSE ARREARS-REPORT-FILE.

               DISPLAY WS-COUNT-LINES " deduccion(es) con atrasos de "
                       WS-COUNT-EMPS " empleado(s); total "
                       WS-TOTAL-ARREARS " eur. Detalle en "
                       "ATRASOS.RPT".
               STOP RUN.

          Atr-WRITE-HEADER.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
               MOVE "INFORME DE ATRASOS DE DEDUCCIONES RECURRENTES"
                 TO ARREARS-LINE.
               WRITE ARREARS-LINE.
               MOVE SPACES TO ARREARS-LINE.
               STRING "FECHA: " WS-TODAY "   OPERADOR: "
                      WS-OPERATOR-ID
                      INTO ARREARS-LINE.
               WRITE ARREARS-LINE.
               MOVE ALL "-" TO ARREARS-LINE.
               WRITE ARREARS-LINE.
               MOVE "EMPLEADO          SEQ DESCRIPCION  CL PR"
                 TO ARREARS-LINE.
               MOVE "     ATRASO  SALDO PEND." TO ARREARS-LINE(41:).
               WRITE ARREARS-LINE.
               MOVE ALL "-" TO ARREARS-LINE.
               WRITE ARREARS-LINE.

      *         RECORRE DEDMAST (POR EMPLEADO Y SECUENCIA) Y LISTA
      *         LAS DEDUCCIONES CON ATRASOS PENDIENTES
          Atr-SCAN-DEDUCTIONS.
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
                        PERFORM Atr-ONE-DEDUCTION
                  END-READ
               END-PERFORM.

      *         LOS REGISTROS ANTERIORES AL CAMPO DE ATRASOS
      *         (ESPACIOS) NO DEBEN NADA
          Atr-ONE-DEDUCTION.
               IF DED-ARREARS IS NOT NUMERIC
                  EXIT PARAGRAPH
               END-IF.
               IF DED-ARREARS = ZERO
                  EXIT PARAGRAPH
               END-IF.
               MOVE DED-ARREARS TO WS-ARREARS.
               IF DED-EMP-ID NOT = WS-CUR-EMP-ID
                  PERFORM Atr-EMPLOYEE-BREAK
                  PERFORM Atr-NEW-EMPLOYEE
               END-IF.
               IF DED-PRIORITY IS NUMERIC
                  MOVE DED-PRIORITY TO WS-PRIORITY
               ELSE
                  MOVE 50 TO WS-PRIORITY
               END-IF.

               MOVE WS-ARREARS TO WS-ED-AMOUNT.
               MOVE SPACES TO ARREARS-LINE.
               IF WS-EMP-LINES = ZERO
                  STRING WS-CUR-EMP-ID " " WS-CUR-NAME
                         INTO ARREARS-LINE
               END-IF.
               MOVE DED-SEQ      TO ARREARS-LINE(19:2).
               MOVE DED-DESC     TO ARREARS-LINE(23:12).
               MOVE DED-CLASS    TO ARREARS-LINE(36:1).
               MOVE WS-PRIORITY  TO ARREARS-LINE(39:2).
               MOVE WS-ED-AMOUNT TO ARREARS-LINE(41:11).
               IF DED-UNLIMITED = "S"
                  MOVE "   SIN LIMITE" TO ARREARS-LINE(52:)
               ELSE
                  MOVE DED-BALANCE TO WS-ED-BALANCE
                  MOVE WS-ED-BALANCE TO ARREARS-LINE(55:9)
               END-IF.
               WRITE ARREARS-LINE.

               ADD 1 TO WS-EMP-LINES WS-COUNT-LINES.
               ADD WS-ARREARS TO WS-EMP-ARREARS WS-TOTAL-ARREARS.
               PERFORM Atr-ADD-CLASS.

      *         ACUMULA EL ATRASO EN SU CLASE (LA ULTIMA ENTRADA
      *         DE LA TABLA RECOGE LAS CLASES NO RECONOCIDAS)
          Atr-ADD-CLASS.
               PERFORM VARYING WS-CLASS-IX FROM 1 BY 1
                       UNTIL WS-CLASS-IX >= 5
                          OR WS-CLASS-CODE(WS-CLASS-IX) = DED-CLASS
                  CONTINUE
               END-PERFORM.
               ADD WS-ARREARS TO WS-CLASS-AMT(WS-CLASS-IX).
               ADD 1 TO WS-CLASS-COUNT(WS-CLASS-IX).

          Atr-NEW-EMPLOYEE.
               MOVE DED-EMP-ID TO WS-CUR-EMP-ID.
               MOVE ZERO TO WS-EMP-ARREARS WS-EMP-LINES.
               MOVE "(NO EXIST)" TO WS-CUR-NAME.
               IF WS-EMP-AVAIL = "Y"
                  MOVE DED-EMP-ID TO EMP-ID
                  READ EMPLOYEE-MASTER-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE EMP-NAME TO WS-CUR-NAME
                  END-READ
               END-IF.
               ADD 1 TO WS-COUNT-EMPS.

      *         SUBTOTAL DEL EMPLEADO ANTERIOR
          Atr-EMPLOYEE-BREAK.
               IF WS-EMP-LINES = ZERO
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-EMP-ARREARS TO WS-ED-AMOUNT.
               MOVE SPACES TO ARREARS-LINE.
               MOVE "  TOTAL EMPLEADO" TO ARREARS-LINE(19:).
               MOVE WS-ED-AMOUNT TO ARREARS-LINE(41:11).
               WRITE ARREARS-LINE.
               MOVE SPACES TO ARREARS-LINE.
               WRITE ARREARS-LINE.
               MOVE ZERO TO WS-EMP-LINES.

          Atr-WRITE-SUMMARY.
               MOVE ALL "-" TO ARREARS-LINE.
               WRITE ARREARS-LINE.
               MOVE "RESUMEN POR CLASE DE DEDUCCION" TO ARREARS-LINE.
               WRITE ARREARS-LINE.
               PERFORM VARYING WS-CLASS-IX FROM 1 BY 1
                       UNTIL WS-CLASS-IX > 5
                  MOVE WS-CLASS-AMT(WS-CLASS-IX) TO WS-ED-AMOUNT
                  MOVE SPACES TO ARREARS-LINE
                  STRING "  " WS-CLASS-NAME(WS-CLASS-IX)
                         " (" WS-CLASS-COUNT(WS-CLASS-IX) ")"
                         INTO ARREARS-LINE
                  MOVE WS-ED-AMOUNT TO ARREARS-LINE(41:11)
                  WRITE ARREARS-LINE
               END-PERFORM.
               MOVE WS-TOTAL-ARREARS TO WS-ED-AMOUNT.
               MOVE SPACES TO ARREARS-LINE.
               STRING "TOTAL ATRASOS (" WS-COUNT-EMPS
                      " EMPLEADOS)"
                      INTO ARREARS-LINE.
               MOVE WS-ED-AMOUNT TO ARREARS-LINE(41:11).
               WRITE ARREARS-LINE.

          END PROGRAM NOMINA-ATRASOS.
