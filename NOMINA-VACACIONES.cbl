          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-VACACIONES.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Pasivo por vacaciones          *
      *                 devengadas y no disfrutadas al *
      *                 cierre de mes: valora el saldo *
      *                 de vacaciones de cada empleado *
      *                 a su tarifa actual mas la      *
      *                 cotizacion patronal, lo        *
      *                 totaliza por departamento y    *
      *                 graba el asiento de provision  *
      *                 con el trazado de GLINTF, con  *
      *                 su reversion automatica el dia *
      *                 1 del mes siguiente            *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS WS-EMP-STATUS.

              SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DPT-CODE
                  FILE STATUS IS WS-DPT-STATUS.

      *         ASIENTO DE PROVISION PARA EL PAQUETE CONTABLE, CON
      *         EL MISMO TRAZADO QUE GLINTF: UN LOTE DE PROVISION A
      *         FIN DE MES Y UN LOTE DE REVERSION AL DIA 1
              SELECT GL-VACATION-FILE ASSIGN TO "GLVACAC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GLI-STATUS.

              SELECT LIABILITY-REPORT-FILE ASSIGN TO "VACPASIVO.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  EMPLOYEE-MASTER-FILE.
          COPY EMPMAST.

          FD  DEPARTMENT-MASTER-FILE.
          COPY DEPTMAST.

          FD  GL-VACATION-FILE.
          01  GL-VACATION-LINE PIC X(60).

          FD  LIABILITY-REPORT-FILE.
          01  LIABILITY-LINE PIC X(100).

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(120).

          WORKING-STORAGE SECTION.

          01 WS-EMP-STATUS  PIC X(2).
          01 WS-DPT-STATUS  PIC X(2).
          01 WS-RPT-STATUS  PIC X(2).
          01 WS-EMP-EOF     PIC X VALUE "N".
          01 WS-DPT-AVAIL   PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN: EL ASIENTO DE CIERRE LO LANZA EL PERSONAL DE
      *         CALCULO DE NOMINA
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "C".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "N".
          01 WS-SGN-RESULT  PIC X(1).

      *         FICHERO DE AUDITORIA
          01 WS-AUDIT-STATUS    PIC X(2).
          01 WS-AUDIT-TIMESTAMP PIC X(21).

      *         MES DE CIERRE (AAAAMM), SU ULTIMO DIA Y EL PRIMER
      *         DIA DEL MES SIGUIENTE (FECHA DE LA REVERSION)
          01 WS-IN-MONTH     PIC X(6).
          01 WS-MONTH-NUM    PIC 9(6).
          01 WS-MONTH-PARTS REDEFINES WS-MONTH-NUM.
             05 WS-MONTH-YYYY PIC 9(4).
             05 WS-MONTH-MM   PIC 9(2).
          01 WS-DATE-NUM     PIC 9(8).
          01 WS-DATE-PARTS REDEFINES WS-DATE-NUM.
             05 WS-DATE-YYYY PIC 9(4).
             05 WS-DATE-MM   PIC 9(2).
             05 WS-DATE-DD   PIC 9(2).
          01 WS-DATE-INT     PIC 9(7).
          01 WS-MONTH-END    PIC X(8).
          01 WS-REVERSAL-DATE PIC X(8).
          01 WS-TODAY        PIC X(8).
          01 WS-TIME         PIC X(6).

      *         CONSULTA DE LA TABLA DE TASAS LEGALES (NOMINA-TASAS):
      *         VERSION VIGENTE EN EL CIERRE DE MES
          01 WS-TAS-FUNCTION  PIC X(1) VALUE "F".
          01 WS-TAS-VERSION   PIC 9(3) VALUE ZERO.
          01 WS-TAS-RESULT    PIC X(1).
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-RATE-RECORD==
               LEADING ==SR== BY ==WS-SR==.

      *         VALORACION DEL SALDO, CON LA MISMA REGLA QUE EL
      *         FINIQUITO: TARIFA POR HORA DEL MAESTRO; LOS
      *         ASALARIADOS SIN TARIFA LA SACAN DE SU SALARIO SOBRE
      *         LAS HORAS ESTANDAR DEL PERIODO (40 SEMANALES; 40 X
      *         52 / 12 AL MES), POR EL MULTIPLICADOR DE VACACIONES
          01 WS-EMP-GROUP     PIC X(1).
          01 WS-HOURLY-RATE   PIC 9(3)V99 VALUE ZERO.
          01 WS-STD-HOURS     PIC 9(3)V99 VALUE ZERO.
          01 WS-VAC-AMOUNT    PIC 9(7)V99 VALUE ZERO.
          01 WS-SS-AMOUNT     PIC 9(7)V99 VALUE ZERO.
          01 WS-EMP-TOTAL     PIC 9(7)V99 VALUE ZERO.

      *         ACUMULADOS POR DEPARTAMENTO DEL EMPLEADO, CON LAS
      *         CUENTAS DEL MAESTRO DE DEPARTAMENTOS
          01 WS-DEPT-TABLE.
             05 WS-DEPT-ENTRY OCCURS 100 TIMES.
                10 WS-DT-CODE      PIC X(4).
                10 WS-DT-DESC      PIC X(20).
                10 WS-DT-EXPENSE   PIC X(8).
                10 WS-DT-VACATION  PIC X(8).
                10 WS-DT-EMPS      PIC 9(5).
                10 WS-DT-HOURS     PIC 9(7)V99.
                10 WS-DT-AMOUNT    PIC 9(9)V99.
                10 WS-DT-SS        PIC 9(9)V99.
          01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
          01 WS-DEPT-IX    PIC 9(3).
          01 WS-DEPT-FOUND PIC X.

      *         TOTALES GENERALES
          01 WS-COUNT-EMPS   PIC 9(5) VALUE ZERO.
          01 WS-COUNT-READ   PIC 9(5) VALUE ZERO.
          01 WS-TOT-HOURS    PIC 9(7)V99 VALUE ZERO.
          01 WS-TOT-AMOUNT   PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-SS       PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-LIAB     PIC 9(9)V99 VALUE ZERO.
          01 WS-COUNT-NOACCT PIC 9(3) VALUE ZERO.

      *         INTERFAZ CONTABLE (TRAZADO GLINTF): REGISTRO "D" POR
      *         APUNTE CON EL IMPORTE COMO NUMERICO PLANO CON SIGNO,
      *         CABECERA "H" CON LA REFERENCIA DEL LOTE Y COLA "T"
      *         CON RECUENTOS Y TOTALES DE CONTROL
          01 WS-GLI-STATUS  PIC X(2).
          01 GLI-COUNT      PIC 9(6) VALUE ZERO.
          01 GLI-HASH       PIC 9(13)V99 VALUE ZERO.
          01 GLI-TOT-DEBE   PIC 9(11)V99 VALUE ZERO.
          01 GLI-TOT-HABER  PIC 9(11)V99 VALUE ZERO.
          01 GLI-WORK-DC    PIC X(1).
          01 GLI-WORK-ACCT  PIC X(8).
          01 GLI-WORK-DATE  PIC X(8).
          01 GLI-PASS       PIC X(1).
          01 GL-AMOUNT      PIC 9(9)V99 VALUE ZERO.
          01 GLI-HEADER-REC.
             02 GLI-H-TYPE       PIC X(1) VALUE "H".
      *         REFERENCIA DEL LOTE: VAC (PROVISION) O RVA
      *         (REVERSION) + FECHA CONTABLE + HORA
             02 GLI-H-REF        PIC X(17).
             02 GLI-H-PERIOD-END PIC X(8).
             02 GLI-H-DATE       PIC X(8).
          01 GLI-DETAIL-REC.
             02 GLI-D-TYPE       PIC X(1) VALUE "D".
             02 GLI-D-ACCOUNT    PIC X(8).
      *         D = DEBE, H = HABER
             02 GLI-D-DC         PIC X(1).
             02 GLI-D-AMOUNT     PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
             02 GLI-D-DEPT       PIC X(4).
             02 GLI-D-PERIOD-END PIC X(8).
          01 GLI-TRAILER-REC.
             02 GLI-T-TYPE   PIC X(1) VALUE "T".
             02 GLI-T-COUNT  PIC 9(6).
             02 GLI-T-HASH   PIC 9(13)V99.
             02 GLI-T-DEBE   PIC 9(11)V99.
             02 GLI-T-HABER  PIC 9(11)V99.

          01 WS-ED-HOURS    PIC ZZZ,ZZ9.99.
          01 WS-ED-RATE     PIC ZZ9.99.
          01 WS-ED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-SS       PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "PASIVO POR VACACIONES Y ASIENTO DE PROVISION "
                       "DE CIERRE DE MES".

               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; proceso cancelado."
                  STOP RUN
               END-IF.

               PERFORM Vac-ASK-MONTH.
               PERFORM Vac-LOAD-RATES.

               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF WS-EMP-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir EMPLOYEE-MASTER "
                          "(status " WS-EMP-STATUS ")"
                  STOP RUN
               END-IF.
      *         SIN MAESTRO DE DEPARTAMENTOS LAS CUENTAS SALEN
      *         MARCADAS PARA REVISION MANUAL
               OPEN INPUT DEPARTMENT-MASTER-FILE.
               IF WS-DPT-STATUS = "00"
                  MOVE "Y" TO WS-DPT-AVAIL
               ELSE
                  DISPLAY "AVISO: sin DEPTMAST.DAT; las cuentas del "
                          "asiento quedan para revision manual"
               END-IF.
               OPEN OUTPUT LIABILITY-REPORT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear VACPASIVO.RPT "
                          "(status " WS-RPT-STATUS ")"
                  STOP RUN
               END-IF.

               PERFORM Vac-WRITE-HEADER.
               PERFORM Vac-SCAN-EMPLOYEES.
               PERFORM Vac-WRITE-DEPT-TOTALS.

               IF WS-TOT-LIAB = ZERO
                  DISPLAY "AVISO: ningun saldo de vacaciones que "
                          "provisionar; no se graba asiento"
               ELSE
                  PERFORM Vac-WRITE-JOURNAL
               END-IF.

               CLOSE EMPLOYEE-MASTER-FILE.
               IF WS-DPT-AVAIL = "Y"
                  CLOSE DEPARTMENT-MASTER-FILE
               END-IF.
               CLOSE LIABILITY-REPORT-FILE.
               PERFORM Vac-LOG-ACCRUAL.

               MOVE WS-TOT-LIAB TO WS-ED-TOTAL.
               DISPLAY "Pasivo por vacaciones a " WS-MONTH-END ": "
                       WS-ED-TOTAL " eur (" WS-COUNT-EMPS
                       " empleados). Detalle en VACPASIVO.RPT".
               IF WS-TOT-LIAB NOT = ZERO
                  DISPLAY "Asiento de provision y reversion del "
                          WS-REVERSAL-DATE " en GLVACAC.DAT"
               END-IF.
               IF WS-COUNT-NOACCT > ZERO
                  DISPLAY "AVISO: " WS-COUNT-NOACCT " departamento(s) "
                          "sin cuenta de provision; revisar el "
                          "asiento antes de cargarlo"
               END-IF.
               STOP RUN.

      *         PIDE EL MES DE CIERRE; EN BLANCO, EL MES EN CURSO
          Vac-ASK-MONTH.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME.
               DISPLAY "Mes de cierre (AAAAMM, en blanco el mes en "
                       "curso): ".
               ACCEPT WS-IN-MONTH.
               IF WS-IN-MONTH = SPACES
                  MOVE WS-TODAY(1:6) TO WS-IN-MONTH
               END-IF.
               IF WS-IN-MONTH IS NOT NUMERIC
                  DISPLAY "ERROR: mes no valido; proceso cancelado."
                  STOP RUN
               END-IF.
               MOVE WS-IN-MONTH TO WS-MONTH-NUM.
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12 OR
                  WS-MONTH-YYYY < 1601
                  DISPLAY "ERROR: mes no valido; proceso cancelado."
                  STOP RUN
               END-IF.

      *         LA REVERSION VA EL DIA 1 DEL MES SIGUIENTE Y EL
      *         CIERRE ES EL DIA ANTERIOR
               MOVE WS-MONTH-YYYY TO WS-DATE-YYYY.
               MOVE WS-MONTH-MM   TO WS-DATE-MM.
               MOVE 1             TO WS-DATE-DD.
               IF WS-DATE-MM = 12
                  ADD 1 TO WS-DATE-YYYY
                  MOVE 1 TO WS-DATE-MM
               ELSE
                  ADD 1 TO WS-DATE-MM
               END-IF.
               MOVE WS-DATE-NUM TO WS-REVERSAL-DATE.
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
               COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
               MOVE WS-DATE-NUM TO WS-MONTH-END.

      *         VERSION DE TASAS VIGENTE EN EL CIERRE DE MES: DA EL
      *         MULTIPLICADOR DE VACACIONES Y LA COTIZACION PATRONAL
          Vac-LOAD-RATES.
               MOVE "F" TO WS-TAS-FUNCTION.
               CALL "NOMINA-TASAS"
                  USING  WS-TAS-FUNCTION
                         WS-MONTH-END
                         WS-TAS-VERSION
                         WS-RATE-RECORD
                         WS-TAS-RESULT.
               IF WS-TAS-RESULT NOT = "Y"
                  DISPLAY "ERROR: no hay version de tasas legales "
                          "vigente a " WS-MONTH-END
                          "; proceso cancelado"
                  STOP RUN
               END-IF.
               DISPLAY "Tasas legales: version " WS-SR-VERSION
                       " (efecto " WS-SR-EFF-DATE ").".

          Vac-WRITE-HEADER.
               MOVE "PASIVO POR VACACIONES DEVENGADAS Y NO DISFRUTADAS"
                 TO LIABILITY-LINE.
               WRITE LIABILITY-LINE.
               MOVE SPACES TO LIABILITY-LINE.
               STRING "CIERRE: " WS-MONTH-END
                      "   REVERSION: " WS-REVERSAL-DATE
                      "   TASAS VERSION " WS-SR-VERSION
                      "   FECHA: " WS-TODAY
                      "   OPERADOR: " WS-OPERATOR-ID
                      INTO LIABILITY-LINE.
               WRITE LIABILITY-LINE.
               MOVE ALL "-" TO LIABILITY-LINE.
               WRITE LIABILITY-LINE.
               MOVE "EMPLEADO         DEPT       HORAS TARIFA"
                 TO LIABILITY-LINE.
               MOVE "      VACACIONES   SS EMPRESA        TOTAL"
                 TO LIABILITY-LINE(41:).
               WRITE LIABILITY-LINE.
               MOVE ALL "-" TO LIABILITY-LINE.
               WRITE LIABILITY-LINE.

      *         RECORRE EL MAESTRO DE EMPLEADOS Y VALORA CADA SALDO
      *         DE VACACIONES PENDIENTE (TAMBIEN EL DE LOS EMPLEADOS
      *         DE BAJA CUYO FINIQUITO AUN NO LO HA PAGADO)
          Vac-SCAN-EMPLOYEES.
               MOVE ZERO TO EMP-ID.
               START EMPLOYEE-MASTER-FILE KEY IS >= EMP-ID
                  INVALID KEY
                     MOVE "Y" TO WS-EMP-EOF
               END-START.
               PERFORM UNTIL WS-EMP-EOF = "Y"
                  READ EMPLOYEE-MASTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-EMP-EOF
                     NOT AT END
                        ADD 1 TO WS-COUNT-READ
                        PERFORM Vac-VALUE-EMPLOYEE
                  END-READ
               END-PERFORM.

          Vac-VALUE-EMPLOYEE.
               IF EMP-VAC-BALANCE IS NOT NUMERIC
                  EXIT PARAGRAPH
               END-IF.
               IF EMP-VAC-BALANCE = ZERO
                  EXIT PARAGRAPH
               END-IF.
      *         LOS CONTRATADOS DESPUES DEL CIERRE NO CUENTAN
               IF EMP-HIRE-DATE IS NUMERIC AND
                  EMP-HIRE-DATE NOT = "00000000" AND
                  EMP-HIRE-DATE > WS-MONTH-END
                  EXIT PARAGRAPH
               END-IF.

               MOVE EMP-PAY-GROUP TO WS-EMP-GROUP.
               IF WS-EMP-GROUP NOT = "W"
                  MOVE "M" TO WS-EMP-GROUP
               END-IF.
               IF EMP-RATE > ZERO
                  MOVE EMP-RATE TO WS-HOURLY-RATE
               ELSE
                  IF WS-EMP-GROUP = "W"
                     MOVE 40 TO WS-STD-HOURS
                  ELSE
                     COMPUTE WS-STD-HOURS ROUNDED = 40 * 52 / 12
                  END-IF
                  COMPUTE WS-HOURLY-RATE ROUNDED =
                          EMP-SALARY / WS-STD-HOURS
               END-IF.
               COMPUTE WS-VAC-AMOUNT ROUNDED =
                       EMP-VAC-BALANCE * WS-HOURLY-RATE
                     * WS-SR-VACATION-MULT.
               COMPUTE WS-SS-AMOUNT ROUNDED =
                       WS-VAC-AMOUNT * WS-SR-EMPLOYER-SS-PERCENT.
               COMPUTE WS-EMP-TOTAL = WS-VAC-AMOUNT + WS-SS-AMOUNT.

               PERFORM Vac-FIND-DEPT.
               ADD 1               TO WS-DT-EMPS(WS-DEPT-IX).
               ADD EMP-VAC-BALANCE TO WS-DT-HOURS(WS-DEPT-IX).
               ADD WS-VAC-AMOUNT   TO WS-DT-AMOUNT(WS-DEPT-IX).
               ADD WS-SS-AMOUNT    TO WS-DT-SS(WS-DEPT-IX).
               ADD 1               TO WS-COUNT-EMPS.
               ADD EMP-VAC-BALANCE TO WS-TOT-HOURS.
               ADD WS-VAC-AMOUNT   TO WS-TOT-AMOUNT.
               ADD WS-SS-AMOUNT    TO WS-TOT-SS.
               ADD WS-EMP-TOTAL    TO WS-TOT-LIAB.

               MOVE EMP-VAC-BALANCE TO WS-ED-HOURS.
               MOVE WS-HOURLY-RATE  TO WS-ED-RATE.
               MOVE WS-VAC-AMOUNT   TO WS-ED-AMOUNT.
               MOVE WS-SS-AMOUNT    TO WS-ED-SS.
               MOVE WS-EMP-TOTAL    TO WS-ED-TOTAL.
               MOVE SPACES TO LIABILITY-LINE.
               STRING EMP-ID " " EMP-NAME " " EMP-DEPT
                      " " WS-ED-HOURS " " WS-ED-RATE
                      INTO LIABILITY-LINE.
               MOVE WS-ED-AMOUNT TO LIABILITY-LINE(42:14).
               MOVE WS-ED-SS     TO LIABILITY-LINE(56:14).
               MOVE WS-ED-TOTAL  TO LIABILITY-LINE(70:14).
               IF EMP-STATUS = "B"
                  MOVE "BAJA" TO LIABILITY-LINE(86:4)
               END-IF.
               WRITE LIABILITY-LINE.

      *         LOCALIZA (O DA DE ALTA) EL DEPARTAMENTO DEL EMPLEADO
      *         EN LA TABLA, CON SU DESCRIPCION Y CUENTAS DEL MAESTRO
          Vac-FIND-DEPT.
               MOVE "N" TO WS-DEPT-FOUND.
               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                          OR WS-DEPT-FOUND = "Y"
                  IF WS-DT-CODE(WS-DEPT-IX) = EMP-DEPT
                     MOVE "Y" TO WS-DEPT-FOUND
                  END-IF
               END-PERFORM.
               IF WS-DEPT-FOUND = "Y"
                  SUBTRACT 1 FROM WS-DEPT-IX
                  EXIT PARAGRAPH
               END-IF.
               IF WS-DEPT-COUNT >= 100
                  DISPLAY "ERROR: mas de 100 departamentos; proceso "
                          "cancelado"
                  STOP RUN
               END-IF.
               ADD 1 TO WS-DEPT-COUNT.
               MOVE WS-DEPT-COUNT TO WS-DEPT-IX.
               MOVE EMP-DEPT TO WS-DT-CODE(WS-DEPT-IX).
               MOVE "** NO EN MAESTRO **" TO WS-DT-DESC(WS-DEPT-IX).
               MOVE ALL "?" TO WS-DT-EXPENSE(WS-DEPT-IX)
                               WS-DT-VACATION(WS-DEPT-IX).
               MOVE ZERO TO WS-DT-EMPS(WS-DEPT-IX)
                            WS-DT-HOURS(WS-DEPT-IX)
                            WS-DT-AMOUNT(WS-DEPT-IX)
                            WS-DT-SS(WS-DEPT-IX).
               IF WS-DPT-AVAIL = "Y"
                  MOVE EMP-DEPT TO DPT-CODE
                  READ DEPARTMENT-MASTER-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE DPT-DESC TO WS-DT-DESC(WS-DEPT-IX)
                          MOVE DPT-GL-EXPENSE
                            TO WS-DT-EXPENSE(WS-DEPT-IX)
                          IF DPT-GL-VACATION NOT = SPACES
                             MOVE DPT-GL-VACATION
                               TO WS-DT-VACATION(WS-DEPT-IX)
                          END-IF
                  END-READ
               END-IF.
               IF WS-DT-VACATION(WS-DEPT-IX) = ALL "?"
                  ADD 1 TO WS-COUNT-NOACCT
               END-IF.

          Vac-WRITE-DEPT-TOTALS.
               MOVE ALL "-" TO LIABILITY-LINE.
               WRITE LIABILITY-LINE.
               MOVE "TOTALES POR DEPARTAMENTO" TO LIABILITY-LINE.
               WRITE LIABILITY-LINE.
               MOVE ALL "-" TO LIABILITY-LINE.
               WRITE LIABILITY-LINE.
               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                  MOVE WS-DT-HOURS(WS-DEPT-IX)  TO WS-ED-HOURS
                  MOVE WS-DT-AMOUNT(WS-DEPT-IX) TO WS-ED-AMOUNT
                  MOVE WS-DT-SS(WS-DEPT-IX)     TO WS-ED-SS
                  COMPUTE WS-ED-TOTAL = WS-DT-AMOUNT(WS-DEPT-IX)
                                      + WS-DT-SS(WS-DEPT-IX)
                  MOVE SPACES TO LIABILITY-LINE
                  STRING WS-DT-CODE(WS-DEPT-IX) " "
                         WS-DT-DESC(WS-DEPT-IX) " "
                         WS-ED-HOURS
                         INTO LIABILITY-LINE
                  MOVE WS-ED-AMOUNT TO LIABILITY-LINE(42:14)
                  MOVE WS-ED-SS     TO LIABILITY-LINE(56:14)
                  MOVE WS-ED-TOTAL  TO LIABILITY-LINE(70:14)
                  WRITE LIABILITY-LINE
                  MOVE SPACES TO LIABILITY-LINE
                  STRING "     EMPLEADOS " WS-DT-EMPS(WS-DEPT-IX)
                         "   CUENTA GASTO " WS-DT-EXPENSE(WS-DEPT-IX)
                         "   CUENTA PROVISION "
                         WS-DT-VACATION(WS-DEPT-IX)
                         INTO LIABILITY-LINE
                  IF WS-DT-VACATION(WS-DEPT-IX) = ALL "?"
                     MOVE "REVISAR CUENTA" TO LIABILITY-LINE(86:)
                  END-IF
                  WRITE LIABILITY-LINE
               END-PERFORM.
               MOVE ALL "-" TO LIABILITY-LINE.
               WRITE LIABILITY-LINE.
               MOVE WS-TOT-HOURS  TO WS-ED-HOURS.
               MOVE WS-TOT-AMOUNT TO WS-ED-AMOUNT.
               MOVE WS-TOT-SS     TO WS-ED-SS.
               MOVE WS-TOT-LIAB   TO WS-ED-TOTAL.
               MOVE SPACES TO LIABILITY-LINE.
               STRING "TOTAL (" WS-COUNT-EMPS " EMPL.)      "
                      WS-ED-HOURS
                      INTO LIABILITY-LINE.
               MOVE WS-ED-AMOUNT TO LIABILITY-LINE(42:14).
               MOVE WS-ED-SS     TO LIABILITY-LINE(56:14).
               MOVE WS-ED-TOTAL  TO LIABILITY-LINE(70:14).
               WRITE LIABILITY-LINE.

      *         ASIENTO DE PROVISION A FIN DE MES (DEBE GASTOS,
      *         HABER PROVISION, POR DEPARTAMENTO: VACACIONES Y
      *         COTIZACION PATRONAL EN APUNTES SEPARADOS) Y SU
      *         REVERSION CON DEBE Y HABER INTERCAMBIADOS, FECHADA
      *         EL DIA 1 DEL MES SIGUIENTE, COMO DOS LOTES DEL
      *         MISMO FICHERO
          Vac-WRITE-JOURNAL.
               OPEN OUTPUT GL-VACATION-FILE.
               IF WS-GLI-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear GLVACAC.DAT "
                          "(status " WS-GLI-STATUS ")"
                  STOP RUN
               END-IF.
               MOVE "P" TO GLI-PASS.
               MOVE WS-MONTH-END TO GLI-WORK-DATE.
               PERFORM Vac-WRITE-BATCH.
               MOVE "R" TO GLI-PASS.
               MOVE WS-REVERSAL-DATE TO GLI-WORK-DATE.
               PERFORM Vac-WRITE-BATCH.
               CLOSE GL-VACATION-FILE.

      *         UN LOTE COMPLETO (CABECERA, APUNTES Y COLA) PARA LA
      *         FECHA CONTABLE GLI-WORK-DATE
          Vac-WRITE-BATCH.
               MOVE ZERO TO GLI-COUNT GLI-HASH
                            GLI-TOT-DEBE GLI-TOT-HABER.
               MOVE SPACES TO GLI-H-REF.
               IF GLI-PASS = "P"
                  STRING "VAC" GLI-WORK-DATE WS-TIME
                         INTO GLI-H-REF
               ELSE
                  STRING "RVA" GLI-WORK-DATE WS-TIME
                         INTO GLI-H-REF
               END-IF.
               MOVE "H" TO GLI-H-TYPE.
               MOVE GLI-WORK-DATE TO GLI-H-PERIOD-END.
               MOVE WS-TODAY TO GLI-H-DATE.
               MOVE SPACES TO GL-VACATION-LINE.
               MOVE GLI-HEADER-REC TO GL-VACATION-LINE.
               WRITE GL-VACATION-LINE.

               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                  MOVE WS-DT-AMOUNT(WS-DEPT-IX) TO GL-AMOUNT
                  PERFORM Vac-WRITE-PAIR
                  MOVE WS-DT-SS(WS-DEPT-IX) TO GL-AMOUNT
                  PERFORM Vac-WRITE-PAIR
               END-PERFORM.

               MOVE "T" TO GLI-T-TYPE.
               MOVE GLI-COUNT     TO GLI-T-COUNT.
               MOVE GLI-HASH      TO GLI-T-HASH.
               MOVE GLI-TOT-DEBE  TO GLI-T-DEBE.
               MOVE GLI-TOT-HABER TO GLI-T-HABER.
               MOVE SPACES TO GL-VACATION-LINE.
               MOVE GLI-TRAILER-REC TO GL-VACATION-LINE.
               WRITE GL-VACATION-LINE.

      *         PAR DE APUNTES GASTO / PROVISION DEL DEPARTAMENTO
      *         PARA GL-AMOUNT; EN LA REVERSION VAN AL REVES
          Vac-WRITE-PAIR.
               IF GL-AMOUNT = ZERO
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-DT-EXPENSE(WS-DEPT-IX) TO GLI-WORK-ACCT.
               IF GLI-PASS = "P"
                  MOVE "D" TO GLI-WORK-DC
               ELSE
                  MOVE "H" TO GLI-WORK-DC
               END-IF.
               PERFORM Vac-WRITE-GLI-DETAIL.
               MOVE WS-DT-VACATION(WS-DEPT-IX) TO GLI-WORK-ACCT.
               IF GLI-PASS = "P"
                  MOVE "H" TO GLI-WORK-DC
               ELSE
                  MOVE "D" TO GLI-WORK-DC
               END-IF.
               PERFORM Vac-WRITE-GLI-DETAIL.

      *         UN APUNTE DE LA INTERFAZ: CUENTA, INDICADOR
      *         DEBE/HABER, IMPORTE NUMERICO PLANO, DEPARTAMENTO Y
      *         FECHA CONTABLE. ACUMULA RECUENTO Y TOTALES DE CONTROL
          Vac-WRITE-GLI-DETAIL.
               MOVE SPACES TO GLI-DETAIL-REC.
               MOVE "D"                    TO GLI-D-TYPE.
               MOVE GLI-WORK-ACCT          TO GLI-D-ACCOUNT.
               MOVE GLI-WORK-DC            TO GLI-D-DC.
               MOVE GL-AMOUNT              TO GLI-D-AMOUNT.
               MOVE WS-DT-CODE(WS-DEPT-IX) TO GLI-D-DEPT.
               MOVE GLI-WORK-DATE          TO GLI-D-PERIOD-END.
               MOVE SPACES TO GL-VACATION-LINE.
               MOVE GLI-DETAIL-REC TO GL-VACATION-LINE.
               WRITE GL-VACATION-LINE.
               ADD 1 TO GLI-COUNT.
               ADD GL-AMOUNT TO GLI-HASH.
               IF GLI-WORK-DC = "D"
                  ADD GL-AMOUNT TO GLI-TOT-DEBE
               ELSE
                  ADD GL-AMOUNT TO GLI-TOT-HABER
               END-IF.

      *         DEJA CONSTANCIA EN AUDITORIA DE QUIEN GRABO LA
      *         PROVISION, DE QUE MES Y POR QUE IMPORTE
          Vac-LOG-ACCRUAL.
               OPEN EXTEND AUDIT-LOG-FILE.
               IF WS-AUDIT-STATUS = "35"
                  OPEN OUTPUT AUDIT-LOG-FILE
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE WS-TOT-LIAB TO WS-ED-TOTAL.
               MOVE SPACES TO AUDIT-LINE.
               STRING "OPERADOR=" WS-OPERATOR-ID
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " PROVISION VACACIONES CIERRE=" WS-MONTH-END
                      " REVERSION=" WS-REVERSAL-DATE
                      " EMPLEADOS=" WS-COUNT-EMPS
                      " TOTAL=" WS-ED-TOTAL
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               CLOSE AUDIT-LOG-FILE.

          END PROGRAM NOMINA-VACACIONES.
