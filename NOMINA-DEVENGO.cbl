          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-DEVENGO.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Periodificacion de cierre de   *
      *                 mes del coste de personal del  *
      *                 grupo semanal: cuando el       *
      *                 periodo semanal del calendario *
      *                 empieza en el mes y termina en *
      *                 el siguiente, estima el coste  *
      *                 (bruto y cotizacion patronal)  *
      *                 de los dias ya trabajados a    *
      *                 fin de mes por departamento, a *
      *                 partir de los partes de horas  *
      *                 o de los ultimos pagos del     *
      *                 historico, y graba el asiento  *
      *                 de periodificacion con el      *
      *                 trazado de GLINTF y su         *
      *                 reversion el dia 1 del mes     *
      *                 siguiente (DEVENGO.RPT)        *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS WS-EMP-STATUS.

              SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

              SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DPT-CODE
                  FILE STATUS IS WS-DPT-STATUS.

              SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERCAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PCAL-STATUS.

      *         PARTES DE HORAS YA CARGADOS PARA EL PERIODO SEMANAL
      *         EN CURSO (OPCIONAL); SOLO CUENTAN LOS DIAS DEL MES
              SELECT TIME-CARD-FILE ASSIGN TO "TIMECARD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TC-STATUS.

      *         ASIENTO DE PERIODIFICACION PARA EL PAQUETE CONTABLE,
      *         CON EL MISMO TRAZADO QUE GLINTF: UN LOTE A FIN DE
      *         MES Y UN LOTE DE REVERSION AL DIA 1
              SELECT GL-ACCRUAL-FILE ASSIGN TO "GLDEVENG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GLI-STATUS.

              SELECT ACCRUAL-REPORT-FILE ASSIGN TO "DEVENGO.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  EMPLOYEE-MASTER-FILE.
          COPY EMPMAST.

          FD  PAYROLL-HISTORY-FILE.
          COPY PAYHIST.

          FD  DEPARTMENT-MASTER-FILE.
          COPY DEPTMAST.

          FD  PERIOD-CALENDAR-FILE.
          COPY PERCAL.

          FD  TIME-CARD-FILE.
          COPY TIMECARD.

          FD  GL-ACCRUAL-FILE.
          01  GL-ACCRUAL-LINE PIC X(60).

          FD  ACCRUAL-REPORT-FILE.
          01  ACCRUAL-LINE PIC X(100).

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(120).

          WORKING-STORAGE SECTION.

          01 WS-EMP-STATUS  PIC X(2).
          01 WS-HIST-STATUS PIC X(2).
          01 WS-DPT-STATUS  PIC X(2).
          01 WS-PCAL-STATUS PIC X(2).
          01 WS-TC-STATUS   PIC X(2).
          01 WS-RPT-STATUS  PIC X(2).
          01 WS-EMP-EOF     PIC X VALUE "N".
          01 WS-HIST-EOF    PIC X VALUE "N".
          01 WS-PCAL-EOF    PIC X VALUE "N".
          01 WS-TC-EOF      PIC X VALUE "N".
          01 WS-HIST-AVAIL  PIC X VALUE "N".
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

      *         PERIODO SEMANAL QUE CRUZA EL FIN DE MES: DEL INICIO
      *         DEL PERIODO AL ULTIMO DIA DEL MES SE PERIODIFICA
          01 WS-WEEK-FOUND   PIC X VALUE "N".
          01 WS-WEEK-SEQ     PIC 9(3).
          01 WS-WEEK-STATUS  PIC X(1).
          01 WS-WEEK-START   PIC X(8).
          01 WS-WEEK-END     PIC X(8).
          01 WS-WEEK-DAYS    PIC 9(3).
          01 WS-WEEK-ACC-DAYS PIC 9(3).

      *         TRAMO PERIODIFICADO DEL EMPLEADO (RECORTADO POR SU
      *         ALTA Y SU BAJA) Y SUS DIAS
          01 WS-EMP-FROM     PIC X(8).
          01 WS-EMP-TO       PIC X(8).
          01 WS-EMP-DAYS     PIC 9(3).
          01 WS-FROM-INT     PIC 9(7).
          01 WS-TO-INT       PIC 9(7).

      *         CONSULTA DE LA TABLA DE TASAS LEGALES (NOMINA-TASAS):
      *         VERSION VIGENTE EN EL CIERRE DE MES
          01 WS-TAS-FUNCTION  PIC X(1) VALUE "F".
          01 WS-TAS-VERSION   PIC 9(3) VALUE ZERO.
          01 WS-TAS-RESULT    PIC X(1).
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-RATE-RECORD==
               LEADING ==SR== BY ==WS-SR==.

      *         HORAS DE LOS PARTES DEL TRAMO, POR EMPLEADO Y
      *         DEPARTAMENTO TRABAJADO Y POR CODIGO DE PAGO (LAS
      *         LINEAS DE AJUSTE "A" NO SON COSTE DEL PERIODO)
          01 WS-TC-TABLE.
             05 WS-TC-ENTRY OCCURS 2000 TIMES.
                10 WS-TT-EMP-ID   PIC 9(5).
                10 WS-TT-DEPT     PIC X(4).
                10 WS-TT-REGULAR  PIC 9(4).
                10 WS-TT-OVERTIME PIC 9(4).
                10 WS-TT-HOLIDAY  PIC 9(4).
                10 WS-TT-SICK     PIC 9(4).
                10 WS-TT-VACATION PIC 9(4).
          01 WS-TC-COUNT    PIC 9(4) VALUE ZERO.
          01 WS-TC-IX       PIC 9(4).
          01 WS-TC-FOUND    PIC X.
          01 WS-TC-CARDS    PIC 9(5) VALUE ZERO.
          01 WS-TC-HITS     PIC 9(3).

      *         ULTIMOS PAGOS DE PERIODO VIVOS DEL EMPLEADO ANTERIORES
      *         AL PERIODO SEMANAL (COMO MAXIMO CUATRO): SU BRUTO,
      *         COTIZACION PATRONAL Y DIAS DAN LA MEDIA DIARIA
          01 WS-PH-TABLE.
             05 WS-PH-ENTRY OCCURS 4 TIMES.
                10 WS-PT-BRUTO  PIC 9(5).
                10 WS-PT-SS     PIC 9(5).
                10 WS-PT-DAYS   PIC 9(3).
                10 WS-PT-DEPT   PIC X(4).
          01 WS-PH-COUNT    PIC 9(1) VALUE ZERO.
          01 WS-PH-IX       PIC 9(1).
          01 WS-PH-SUM-BRUTO PIC 9(7) VALUE ZERO.
          01 WS-PH-SUM-SS    PIC 9(7) VALUE ZERO.
          01 WS-PH-SUM-DAYS  PIC 9(4) VALUE ZERO.

      *         IMPORTES ESTIMADOS DE LA LINEA EN CURSO
          01 WS-METHOD       PIC X(9).
          01 WS-WORK-DEPT    PIC X(4).
          01 WS-GROSS        PIC 9(7)V99 VALUE ZERO.
          01 WS-SS-AMOUNT    PIC 9(7)V99 VALUE ZERO.
          01 WS-LINE-TOTAL   PIC 9(7)V99 VALUE ZERO.
          01 WS-CALC-TEXT    PIC X(75).
          01 WS-HOURLY-RATE  PIC 9(3)V99 VALUE ZERO.
          01 WS-CODE-RATE    PIC 9(3)V99 VALUE ZERO.

      *         ACUMULADOS POR DEPARTAMENTO, CON LAS CUENTAS DEL
      *         MAESTRO DE DEPARTAMENTOS
          01 WS-DEPT-TABLE.
             05 WS-DEPT-ENTRY OCCURS 100 TIMES.
                10 WS-DT-CODE      PIC X(4).
                10 WS-DT-DESC      PIC X(20).
                10 WS-DT-EXPENSE   PIC X(8).
                10 WS-DT-NET       PIC X(8).
                10 WS-DT-SSEMP     PIC X(8).
                10 WS-DT-LINES     PIC 9(5).
                10 WS-DT-GROSS     PIC 9(9)V99.
                10 WS-DT-SS        PIC 9(9)V99.
          01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
          01 WS-DEPT-IX    PIC 9(3).
          01 WS-DEPT-FOUND PIC X.

      *         TOTALES GENERALES
          01 WS-COUNT-EMPS    PIC 9(5) VALUE ZERO.
          01 WS-COUNT-PARTES  PIC 9(5) VALUE ZERO.
          01 WS-COUNT-HIST    PIC 9(5) VALUE ZERO.
          01 WS-COUNT-SALARY  PIC 9(5) VALUE ZERO.
          01 WS-COUNT-NOBASE  PIC 9(5) VALUE ZERO.
          01 WS-TOT-GROSS     PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-SS        PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-COST      PIC 9(9)V99 VALUE ZERO.
          01 WS-COUNT-NOACCT  PIC 9(3) VALUE ZERO.

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
          01 GLI-CREDIT-ACCT PIC X(8).
          01 GLI-PASS       PIC X(1).
          01 GL-AMOUNT      PIC 9(9)V99 VALUE ZERO.
          01 GLI-HEADER-REC.
             02 GLI-H-TYPE       PIC X(1) VALUE "H".
      *         REFERENCIA DEL LOTE: DVS (PERIODIFICACION) O RDS
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

          01 WS-ED-HOURS    PIC ZZZ9.
          01 WS-ED-RATE     PIC ZZ9.99.
          01 WS-ED-DAYS     PIC ZZ9.
          01 WS-ED-DAYS2    PIC ZZZ9.
          01 WS-ED-BASE     PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-GROSS    PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-SS       PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-COUNT    PIC Z9.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "PERIODIFICACION DE CIERRE DE MES DEL COSTE "
                       "DE PERSONAL SEMANAL".

               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; proceso cancelado."
                  STOP RUN
               END-IF.

               PERFORM Dvg-ASK-MONTH.
               PERFORM Dvg-FIND-WEEK.
               IF WS-WEEK-FOUND = "N"
                  DISPLAY "No hay periodo semanal que cruce el fin de "
                          "mes " WS-MONTH-END "; nada que periodificar"
                  STOP RUN
               END-IF.
               PERFORM Dvg-LOAD-RATES.
               PERFORM Dvg-LOAD-TIMECARDS.

               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF WS-EMP-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir EMPLOYEE-MASTER "
                          "(status " WS-EMP-STATUS ")"
                  STOP RUN
               END-IF.
      *         SIN HISTORICO SOLO SE ESTIMA CON PARTES Y SALARIOS
               OPEN INPUT PAYROLL-HISTORY-FILE.
               IF WS-HIST-STATUS = "00"
                  MOVE "Y" TO WS-HIST-AVAIL
               ELSE
                  DISPLAY "AVISO: sin PAYHIST.DAT; solo se estima "
                          "con partes de horas y salarios"
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
               OPEN OUTPUT ACCRUAL-REPORT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear DEVENGO.RPT "
                          "(status " WS-RPT-STATUS ")"
                  STOP RUN
               END-IF.

               PERFORM Dvg-WRITE-HEADER.
               PERFORM Dvg-SCAN-EMPLOYEES.
               PERFORM Dvg-WRITE-DEPT-TOTALS.

               IF WS-TOT-COST = ZERO
                  DISPLAY "AVISO: coste estimado cero; no se graba "
                          "asiento"
               ELSE
                  PERFORM Dvg-WRITE-JOURNAL
               END-IF.

               CLOSE EMPLOYEE-MASTER-FILE.
               IF WS-HIST-AVAIL = "Y"
                  CLOSE PAYROLL-HISTORY-FILE
               END-IF.
               IF WS-DPT-AVAIL = "Y"
                  CLOSE DEPARTMENT-MASTER-FILE
               END-IF.
               CLOSE ACCRUAL-REPORT-FILE.
               PERFORM Dvg-LOG-ACCRUAL.

               MOVE WS-TOT-COST TO WS-ED-TOTAL.
               DISPLAY "Coste periodificado del " WS-WEEK-START
                       " al " WS-MONTH-END ": " WS-ED-TOTAL
                       " eur (" WS-COUNT-EMPS " empleados). "
                       "Detalle en DEVENGO.RPT".
               IF WS-TOT-COST NOT = ZERO
                  DISPLAY "Asiento de periodificacion y reversion del "
                          WS-REVERSAL-DATE " en GLDEVENG.DAT"
               END-IF.
               IF WS-COUNT-NOBASE > ZERO
                  DISPLAY "AVISO: " WS-COUNT-NOBASE " empleado(s) "
                          "sin partes ni historico; no se han "
                          "periodificado"
               END-IF.
               IF WS-COUNT-NOACCT > ZERO
                  DISPLAY "AVISO: " WS-COUNT-NOACCT " departamento(s) "
                          "sin cuentas en el maestro; revisar el "
                          "asiento antes de cargarlo"
               END-IF.
               STOP RUN.

      *         PIDE EL MES DE CIERRE; EN BLANCO, EL MES EN CURSO
          Dvg-ASK-MONTH.
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

      *         BUSCA EN EL CALENDARIO EL PERIODO SEMANAL QUE EMPIEZA
      *         COMO TARDE EL ULTIMO DIA DEL MES Y TERMINA DESPUES.
      *         SU COSTE SE CONTABILIZA CON LA NOMINA, FECHADA AL FIN
      *         DEL PERIODO, ASI QUE SE PERIODIFICA SEA CUAL SEA SU
      *         ESTADO EN EL CALENDARIO
          Dvg-FIND-WEEK.
               OPEN INPUT PERIOD-CALENDAR-FILE.
               IF WS-PCAL-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir PERCAL.DAT "
                          "(status " WS-PCAL-STATUS ")"
                  STOP RUN
               END-IF.
               PERFORM UNTIL WS-PCAL-EOF = "Y"
                  READ PERIOD-CALENDAR-FILE
                     AT END
                        MOVE "Y" TO WS-PCAL-EOF
                     NOT AT END
                        IF PC-GROUP = "W" AND
                           PC-START NOT > WS-MONTH-END AND
                           PC-END > WS-MONTH-END AND
                           PC-START IS NUMERIC AND
                           PC-END IS NUMERIC AND
                           WS-WEEK-FOUND = "N"
                           MOVE "Y"       TO WS-WEEK-FOUND
                           MOVE PC-SEQ    TO WS-WEEK-SEQ
                           MOVE PC-STATUS TO WS-WEEK-STATUS
                           MOVE PC-START  TO WS-WEEK-START
                           MOVE PC-END    TO WS-WEEK-END
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE PERIOD-CALENDAR-FILE.
               IF WS-WEEK-FOUND = "N"
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-WEEK-START TO WS-DATE-NUM.
               COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                                     WS-DATE-NUM).
               MOVE WS-WEEK-END TO WS-DATE-NUM.
               COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
                                   WS-DATE-NUM).
               COMPUTE WS-WEEK-DAYS = WS-TO-INT - WS-FROM-INT + 1.
               MOVE WS-MONTH-END TO WS-DATE-NUM.
               COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
                                   WS-DATE-NUM).
               COMPUTE WS-WEEK-ACC-DAYS = WS-TO-INT - WS-FROM-INT + 1.
               DISPLAY "Periodo semanal " WS-WEEK-SEQ " del "
                       WS-WEEK-START " al " WS-WEEK-END
                       " (estado " WS-WEEK-STATUS "): se periodifican "
                       WS-WEEK-ACC-DAYS " de " WS-WEEK-DAYS " dias".

      *         VERSION DE TASAS VIGENTE EN EL CIERRE DE MES: DA LOS
      *         MULTIPLICADORES DE LAS HORAS Y LA COTIZACION PATRONAL
          Dvg-LOAD-RATES.
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

      *         ACUMULA LAS HORAS DE LOS PARTES FECHADOS ENTRE EL
      *         INICIO DEL PERIODO SEMANAL Y EL FIN DE MES
          Dvg-LOAD-TIMECARDS.
               OPEN INPUT TIME-CARD-FILE.
               IF WS-TC-STATUS NOT = "00"
                  DISPLAY "AVISO: sin TIMECARD.DAT; se estima con el "
                          "historico de pagos"
                  EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL WS-TC-EOF = "Y"
                  READ TIME-CARD-FILE
                     AT END
                        MOVE "Y" TO WS-TC-EOF
                     NOT AT END
                        IF TC-PAY-CODE NOT = "A" AND
                           TC-WORK-DATE NOT < WS-WEEK-START AND
                           TC-WORK-DATE NOT > WS-MONTH-END AND
                           TC-HOURS IS NUMERIC
                           PERFORM Dvg-ADD-TIMECARD
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE TIME-CARD-FILE.

          Dvg-ADD-TIMECARD.
               MOVE "N" TO WS-TC-FOUND.
               PERFORM VARYING WS-TC-IX FROM 1 BY 1
                       UNTIL WS-TC-IX > WS-TC-COUNT
                          OR WS-TC-FOUND = "Y"
                  IF WS-TT-EMP-ID(WS-TC-IX) = TC-EMP-ID AND
                     WS-TT-DEPT(WS-TC-IX) = TC-DEPT
                     MOVE "Y" TO WS-TC-FOUND
                  END-IF
               END-PERFORM.
               IF WS-TC-FOUND = "Y"
                  SUBTRACT 1 FROM WS-TC-IX
               ELSE
                  IF WS-TC-COUNT >= 2000
                     DISPLAY "ERROR: mas de 2000 empleados y "
                             "departamentos en los partes; proceso "
                             "cancelado"
                     STOP RUN
                  END-IF
                  ADD 1 TO WS-TC-COUNT
                  MOVE WS-TC-COUNT TO WS-TC-IX
                  MOVE TC-EMP-ID TO WS-TT-EMP-ID(WS-TC-IX)
                  MOVE TC-DEPT   TO WS-TT-DEPT(WS-TC-IX)
                  MOVE ZERO TO WS-TT-REGULAR(WS-TC-IX)
                               WS-TT-OVERTIME(WS-TC-IX)
                               WS-TT-HOLIDAY(WS-TC-IX)
                               WS-TT-SICK(WS-TC-IX)
                               WS-TT-VACATION(WS-TC-IX)
               END-IF.
               ADD 1 TO WS-TC-CARDS.
               EVALUATE TC-PAY-CODE
                  WHEN "R"
                     ADD TC-HOURS TO WS-TT-REGULAR(WS-TC-IX)
                  WHEN "O"
                     ADD TC-HOURS TO WS-TT-OVERTIME(WS-TC-IX)
                  WHEN "H"
                     ADD TC-HOURS TO WS-TT-HOLIDAY(WS-TC-IX)
                  WHEN "S"
                     ADD TC-HOURS TO WS-TT-SICK(WS-TC-IX)
                  WHEN "V"
                     ADD TC-HOURS TO WS-TT-VACATION(WS-TC-IX)
                  WHEN OTHER
                     SUBTRACT 1 FROM WS-TC-CARDS
               END-EVALUATE.

          Dvg-WRITE-HEADER.
               MOVE "PERIODIFICACION DEL COSTE DE PERSONAL SEMANAL A "
                 TO ACCRUAL-LINE.
               MOVE "FIN DE MES" TO ACCRUAL-LINE(49:).
               WRITE ACCRUAL-LINE.
               MOVE SPACES TO ACCRUAL-LINE.
               STRING "CIERRE: " WS-MONTH-END
                      "   REVERSION: " WS-REVERSAL-DATE
                      "   TASAS VERSION " WS-SR-VERSION
                      "   FECHA: " WS-TODAY
                      "   OPERADOR: " WS-OPERATOR-ID
                      INTO ACCRUAL-LINE.
               WRITE ACCRUAL-LINE.
               MOVE WS-WEEK-ACC-DAYS TO WS-ED-DAYS.
               MOVE WS-WEEK-DAYS TO WS-ED-DAYS2.
               MOVE SPACES TO ACCRUAL-LINE.
               STRING "PERIODO SEMANAL " WS-WEEK-SEQ " DEL "
                      WS-WEEK-START " AL " WS-WEEK-END
                      " (ESTADO " WS-WEEK-STATUS ")   DIAS "
                      "PERIODIFICADOS " WS-ED-DAYS " DE " WS-ED-DAYS2
                      INTO ACCRUAL-LINE.
               WRITE ACCRUAL-LINE.
               MOVE "METODOS: PARTES = HORAS DE LOS PARTES HASTA FIN "
                 TO ACCRUAL-LINE.
               MOVE "DE MES X TARIFA Y MULTIPLICADOR; HISTORICO = "
                 TO ACCRUAL-LINE(49:).
               WRITE ACCRUAL-LINE.
               MOVE "         MEDIA DIARIA DE LOS ULTIMOS PAGOS X DIAS"
                 TO ACCRUAL-LINE.
               MOVE "; SALARIO = SALARIO X DIAS / DIAS DEL PERIODO"
                 TO ACCRUAL-LINE(50:).
               WRITE ACCRUAL-LINE.
               MOVE ALL "-" TO ACCRUAL-LINE.
               WRITE ACCRUAL-LINE.
               MOVE "EMPLEADO         DEPT METODO   " TO ACCRUAL-LINE.
               MOVE "           BRUTO   SS EMPRESA        TOTAL"
                 TO ACCRUAL-LINE(41:).
               WRITE ACCRUAL-LINE.
               MOVE ALL "-" TO ACCRUAL-LINE.
               WRITE ACCRUAL-LINE.

      *         RECORRE EL MAESTRO DE EMPLEADOS Y ESTIMA EL COSTE DE
      *         CADA EMPLEADO DEL GRUPO SEMANAL
          Dvg-SCAN-EMPLOYEES.
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
                        IF EMP-PAY-GROUP = "W"
                           PERFORM Dvg-ACCRUE-EMPLOYEE
                        END-IF
                  END-READ
               END-PERFORM.

          Dvg-ACCRUE-EMPLOYEE.
      *         TRAMO DEL EMPLEADO: DEL INICIO DEL PERIODO (O SU
      *         ALTA) AL FIN DE MES (O SU BAJA)
               MOVE WS-WEEK-START TO WS-EMP-FROM.
               MOVE WS-MONTH-END  TO WS-EMP-TO.
               IF EMP-HIRE-DATE IS NUMERIC AND
                  EMP-HIRE-DATE NOT = "00000000" AND
                  EMP-HIRE-DATE > WS-EMP-FROM
                  MOVE EMP-HIRE-DATE TO WS-EMP-FROM
               END-IF.
               IF EMP-TERM-DATE IS NUMERIC AND
                  EMP-TERM-DATE NOT = "00000000" AND
                  EMP-TERM-DATE < WS-EMP-TO
                  MOVE EMP-TERM-DATE TO WS-EMP-TO
               END-IF.
               IF WS-EMP-FROM > WS-EMP-TO
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-EMP-FROM TO WS-DATE-NUM.
               COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                                     WS-DATE-NUM).
               MOVE WS-EMP-TO TO WS-DATE-NUM.
               COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
                                   WS-DATE-NUM).
               COMPUTE WS-EMP-DAYS = WS-TO-INT - WS-FROM-INT + 1.
               ADD 1 TO WS-COUNT-EMPS.

               IF EMP-PAY-TYPE = "S"
                  PERFORM Dvg-ACCRUE-SALARY
                  EXIT PARAGRAPH
               END-IF.
               MOVE ZERO TO WS-TC-HITS.
               PERFORM VARYING WS-TC-IX FROM 1 BY 1
                       UNTIL WS-TC-IX > WS-TC-COUNT
                  IF WS-TT-EMP-ID(WS-TC-IX) = EMP-ID
                     ADD 1 TO WS-TC-HITS
                     PERFORM Dvg-ACCRUE-TIMECARDS
                  END-IF
               END-PERFORM.
               IF WS-TC-HITS > ZERO
                  ADD 1 TO WS-COUNT-PARTES
                  EXIT PARAGRAPH
               END-IF.
               PERFORM Dvg-ACCRUE-HISTORY.

      *         ASALARIADO: SALARIO DEL PERIODO SEMANAL PRORRATEADO
      *         POR LOS DIAS DEL TRAMO
          Dvg-ACCRUE-SALARY.
               ADD 1 TO WS-COUNT-SALARY.
               MOVE "SALARIO" TO WS-METHOD.
               MOVE EMP-DEPT TO WS-WORK-DEPT.
               COMPUTE WS-GROSS ROUNDED =
                       EMP-SALARY * WS-EMP-DAYS / WS-WEEK-DAYS.
               COMPUTE WS-SS-AMOUNT ROUNDED =
                       WS-GROSS * WS-SR-EMPLOYER-SS-PERCENT.
               MOVE EMP-SALARY  TO WS-ED-BASE.
               MOVE WS-EMP-DAYS TO WS-ED-DAYS.
               MOVE WS-WEEK-DAYS TO WS-ED-DAYS2.
               MOVE SPACES TO WS-CALC-TEXT.
               STRING "SALARIO " WS-ED-BASE " X " WS-ED-DAYS
                      " DIAS / " WS-ED-DAYS2 " DIAS DEL PERIODO"
                      INTO WS-CALC-TEXT.
               PERFORM Dvg-POST-LINE.

      *         POR HORAS CON PARTES: CADA CODIGO A SU TARIFA, COMO
      *         EN EL CALCULO DE LA NOMINA, EN EL DEPARTAMENTO
      *         TRABAJADO DE LA LINEA
          Dvg-ACCRUE-TIMECARDS.
               MOVE "PARTES" TO WS-METHOD.
               MOVE WS-TT-DEPT(WS-TC-IX) TO WS-WORK-DEPT.
               IF WS-WORK-DEPT = SPACES
                  MOVE EMP-DEPT TO WS-WORK-DEPT
               END-IF.
               MOVE EMP-RATE TO WS-HOURLY-RATE.
               COMPUTE WS-GROSS ROUNDED =
                       WS-HOURLY-RATE * WS-TT-REGULAR(WS-TC-IX).
               COMPUTE WS-CODE-RATE ROUNDED =
                       WS-HOURLY-RATE * WS-SR-OVERTIME-MULT.
               COMPUTE WS-GROSS ROUNDED = WS-GROSS
                     + WS-CODE-RATE * WS-TT-OVERTIME(WS-TC-IX).
               COMPUTE WS-CODE-RATE ROUNDED =
                       WS-HOURLY-RATE * WS-SR-HOLIDAY-MULT.
               COMPUTE WS-GROSS ROUNDED = WS-GROSS
                     + WS-CODE-RATE * WS-TT-HOLIDAY(WS-TC-IX).
               COMPUTE WS-CODE-RATE ROUNDED =
                       WS-HOURLY-RATE * WS-SR-SICK-MULT.
               COMPUTE WS-GROSS ROUNDED = WS-GROSS
                     + WS-CODE-RATE * WS-TT-SICK(WS-TC-IX).
               COMPUTE WS-CODE-RATE ROUNDED =
                       WS-HOURLY-RATE * WS-SR-VACATION-MULT.
               COMPUTE WS-GROSS ROUNDED = WS-GROSS
                     + WS-CODE-RATE * WS-TT-VACATION(WS-TC-IX).
               COMPUTE WS-SS-AMOUNT ROUNDED =
                       WS-GROSS * WS-SR-EMPLOYER-SS-PERCENT.
               MOVE WS-HOURLY-RATE TO WS-ED-RATE.
               MOVE SPACES TO WS-CALC-TEXT.
               STRING "HORAS R " WS-TT-REGULAR(WS-TC-IX)
                      " O " WS-TT-OVERTIME(WS-TC-IX)
                      " H " WS-TT-HOLIDAY(WS-TC-IX)
                      " S " WS-TT-SICK(WS-TC-IX)
                      " V " WS-TT-VACATION(WS-TC-IX)
                      " A TARIFA " WS-ED-RATE
                      " X MULTIPLICADOR"
                      INTO WS-CALC-TEXT.
               PERFORM Dvg-POST-LINE.

      *         POR HORAS SIN PARTES: MEDIA DIARIA DEL BRUTO Y DE LA
      *         COTIZACION PATRONAL DE LOS ULTIMOS PAGOS DE PERIODO
      *         VIVOS DEL HISTORICO, POR LOS DIAS DEL TRAMO
          Dvg-ACCRUE-HISTORY.
               MOVE ZERO TO WS-PH-COUNT WS-PH-SUM-BRUTO
                            WS-PH-SUM-SS WS-PH-SUM-DAYS.
               IF WS-HIST-AVAIL = "Y"
                  PERFORM Dvg-LOAD-HISTORY
               END-IF.
               IF WS-PH-SUM-DAYS = ZERO
                  ADD 1 TO WS-COUNT-NOBASE
                  MOVE SPACES TO ACCRUAL-LINE
                  STRING EMP-ID " " EMP-NAME " " EMP-DEPT
                         " SIN BASE: NI PARTES NI PAGOS ANTERIORES "
                         "EN EL HISTORICO; NO SE PERIODIFICA"
                         INTO ACCRUAL-LINE
                  WRITE ACCRUAL-LINE
                  EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-COUNT-HIST.
               MOVE "HISTORICO" TO WS-METHOD.
               MOVE WS-PT-DEPT(WS-PH-COUNT) TO WS-WORK-DEPT.
               IF WS-WORK-DEPT = SPACES
                  MOVE EMP-DEPT TO WS-WORK-DEPT
               END-IF.
               COMPUTE WS-GROSS ROUNDED =
                       WS-PH-SUM-BRUTO * WS-EMP-DAYS / WS-PH-SUM-DAYS.
               COMPUTE WS-SS-AMOUNT ROUNDED =
                       WS-PH-SUM-SS * WS-EMP-DAYS / WS-PH-SUM-DAYS.
               MOVE WS-PH-COUNT     TO WS-ED-COUNT.
               MOVE WS-PH-SUM-BRUTO TO WS-ED-BASE.
               MOVE WS-PH-SUM-DAYS  TO WS-ED-DAYS2.
               MOVE WS-EMP-DAYS     TO WS-ED-DAYS.
               MOVE SPACES TO WS-CALC-TEXT.
               STRING WS-ED-COUNT " PAGOS: BRUTO " WS-ED-BASE
                      " / " WS-ED-DAYS2 " DIAS X " WS-ED-DAYS
                      " DIAS (SS EMPRESA IGUAL)"
                      INTO WS-CALC-TEXT.
               PERFORM Dvg-POST-LINE.

      *         PAGOS DE PERIODO ("P") NO ANULADOS DEL EMPLEADO CON
      *         FIN ANTERIOR AL PERIODO SEMANAL; SE QUEDAN LOS CUATRO
      *         ULTIMOS (EL HISTORICO VA EN ORDEN DE FIN DE PERIODO)
          Dvg-LOAD-HISTORY.
               MOVE SPACES TO PAYROLL-HISTORY-RECORD.
               MOVE EMP-ID TO PH-EMP-ID.
               MOVE LOW-VALUES TO PH-PERIOD-END PH-REC-TYPE.
               MOVE "N" TO WS-HIST-EOF.
               START PAYROLL-HISTORY-FILE KEY IS >= PH-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-HIST-EOF
               END-START.
               PERFORM UNTIL WS-HIST-EOF = "Y"
                  READ PAYROLL-HISTORY-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-HIST-EOF
                     NOT AT END
                        IF PH-EMP-ID NOT = EMP-ID OR
                           PH-PERIOD-END NOT < WS-WEEK-START
                           MOVE "Y" TO WS-HIST-EOF
                        ELSE
                           IF PH-REC-TYPE = "P" AND
                              PH-REVERSED NOT = "Y" AND
                              PH-PERIOD-START IS NUMERIC AND
                              PH-PERIOD-END IS NUMERIC
                              PERFORM Dvg-KEEP-PAYMENT
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM.
               PERFORM VARYING WS-PH-IX FROM 1 BY 1
                       UNTIL WS-PH-IX > WS-PH-COUNT
                  ADD WS-PT-BRUTO(WS-PH-IX) TO WS-PH-SUM-BRUTO
                  ADD WS-PT-SS(WS-PH-IX)    TO WS-PH-SUM-SS
                  ADD WS-PT-DAYS(WS-PH-IX)  TO WS-PH-SUM-DAYS
               END-PERFORM.

          Dvg-KEEP-PAYMENT.
               IF WS-PH-COUNT = 4
                  PERFORM VARYING WS-PH-IX FROM 1 BY 1
                          UNTIL WS-PH-IX > 3
                     MOVE WS-PH-ENTRY(WS-PH-IX + 1)
                       TO WS-PH-ENTRY(WS-PH-IX)
                  END-PERFORM
               ELSE
                  ADD 1 TO WS-PH-COUNT
               END-IF.
               MOVE PH-BRUTO TO WS-PT-BRUTO(WS-PH-COUNT).
               IF PH-EMPLOYER-SS IS NUMERIC
                  MOVE PH-EMPLOYER-SS TO WS-PT-SS(WS-PH-COUNT)
               ELSE
                  MOVE ZERO TO WS-PT-SS(WS-PH-COUNT)
               END-IF.
               MOVE PH-DEPT TO WS-PT-DEPT(WS-PH-COUNT).
               MOVE PH-PERIOD-START TO WS-DATE-NUM.
               COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                                     WS-DATE-NUM).
               MOVE PH-PERIOD-END TO WS-DATE-NUM.
               COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(
                                   WS-DATE-NUM).
               COMPUTE WS-PT-DAYS(WS-PH-COUNT) =
                       WS-TO-INT - WS-FROM-INT + 1.

      *         IMPRIME LA LINEA ESTIMADA CON SU CALCULO Y LA SUMA AL
      *         DEPARTAMENTO Y A LOS TOTALES
          Dvg-POST-LINE.
               COMPUTE WS-LINE-TOTAL = WS-GROSS + WS-SS-AMOUNT.
               PERFORM Dvg-FIND-DEPT.
               ADD 1            TO WS-DT-LINES(WS-DEPT-IX).
               ADD WS-GROSS     TO WS-DT-GROSS(WS-DEPT-IX).
               ADD WS-SS-AMOUNT TO WS-DT-SS(WS-DEPT-IX).
               ADD WS-GROSS      TO WS-TOT-GROSS.
               ADD WS-SS-AMOUNT  TO WS-TOT-SS.
               ADD WS-LINE-TOTAL TO WS-TOT-COST.

               MOVE WS-GROSS      TO WS-ED-GROSS.
               MOVE WS-SS-AMOUNT  TO WS-ED-SS.
               MOVE WS-LINE-TOTAL TO WS-ED-TOTAL.
               MOVE SPACES TO ACCRUAL-LINE.
               STRING EMP-ID " " EMP-NAME " " WS-WORK-DEPT
                      " " WS-METHOD
                      INTO ACCRUAL-LINE.
               MOVE WS-ED-GROSS TO ACCRUAL-LINE(42:14).
               MOVE WS-ED-SS    TO ACCRUAL-LINE(56:14).
               MOVE WS-ED-TOTAL TO ACCRUAL-LINE(70:14).
               WRITE ACCRUAL-LINE.
               MOVE SPACES TO ACCRUAL-LINE.
               STRING "      " WS-EMP-FROM "-" WS-EMP-TO ": "
                      WS-CALC-TEXT
                      INTO ACCRUAL-LINE.
               WRITE ACCRUAL-LINE.

      *         LOCALIZA (O DA DE ALTA) EL DEPARTAMENTO DE LA LINEA
      *         EN LA TABLA, CON SU DESCRIPCION Y CUENTAS DEL MAESTRO
          Dvg-FIND-DEPT.
               MOVE "N" TO WS-DEPT-FOUND.
               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                          OR WS-DEPT-FOUND = "Y"
                  IF WS-DT-CODE(WS-DEPT-IX) = WS-WORK-DEPT
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
               MOVE WS-WORK-DEPT TO WS-DT-CODE(WS-DEPT-IX).
               MOVE "** NO EN MAESTRO **" TO WS-DT-DESC(WS-DEPT-IX).
               MOVE ALL "?" TO WS-DT-EXPENSE(WS-DEPT-IX)
                               WS-DT-NET(WS-DEPT-IX)
                               WS-DT-SSEMP(WS-DEPT-IX).
               MOVE ZERO TO WS-DT-LINES(WS-DEPT-IX)
                            WS-DT-GROSS(WS-DEPT-IX)
                            WS-DT-SS(WS-DEPT-IX).
               IF WS-DPT-AVAIL = "Y"
                  MOVE WS-WORK-DEPT TO DPT-CODE
                  READ DEPARTMENT-MASTER-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE DPT-DESC TO WS-DT-DESC(WS-DEPT-IX)
                          MOVE DPT-GL-EXPENSE
                            TO WS-DT-EXPENSE(WS-DEPT-IX)
                          MOVE DPT-GL-NET TO WS-DT-NET(WS-DEPT-IX)
                          MOVE DPT-GL-SSEMP TO WS-DT-SSEMP(WS-DEPT-IX)
                  END-READ
               END-IF.
               IF WS-DT-EXPENSE(WS-DEPT-IX) = ALL "?"
                  ADD 1 TO WS-COUNT-NOACCT
               END-IF.

          Dvg-WRITE-DEPT-TOTALS.
               MOVE ALL "-" TO ACCRUAL-LINE.
               WRITE ACCRUAL-LINE.
               MOVE "TOTALES POR DEPARTAMENTO" TO ACCRUAL-LINE.
               WRITE ACCRUAL-LINE.
               MOVE ALL "-" TO ACCRUAL-LINE.
               WRITE ACCRUAL-LINE.
               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                  MOVE WS-DT-GROSS(WS-DEPT-IX) TO WS-ED-GROSS
                  MOVE WS-DT-SS(WS-DEPT-IX)    TO WS-ED-SS
                  COMPUTE WS-ED-TOTAL = WS-DT-GROSS(WS-DEPT-IX)
                                      + WS-DT-SS(WS-DEPT-IX)
                  MOVE SPACES TO ACCRUAL-LINE
                  STRING WS-DT-CODE(WS-DEPT-IX) " "
                         WS-DT-DESC(WS-DEPT-IX)
                         "   LINEAS " WS-DT-LINES(WS-DEPT-IX)
                         INTO ACCRUAL-LINE
                  MOVE WS-ED-GROSS TO ACCRUAL-LINE(42:14)
                  MOVE WS-ED-SS    TO ACCRUAL-LINE(56:14)
                  MOVE WS-ED-TOTAL TO ACCRUAL-LINE(70:14)
                  WRITE ACCRUAL-LINE
                  MOVE SPACES TO ACCRUAL-LINE
                  STRING "     GASTO " WS-DT-EXPENSE(WS-DEPT-IX)
                         "   REMUNERACIONES PDTES. "
                         WS-DT-NET(WS-DEPT-IX)
                         "   SEG. SOCIAL " WS-DT-SSEMP(WS-DEPT-IX)
                         INTO ACCRUAL-LINE
                  IF WS-DT-EXPENSE(WS-DEPT-IX) = ALL "?"
                     MOVE "REVISAR CUENTAS" TO ACCRUAL-LINE(86:)
                  END-IF
                  WRITE ACCRUAL-LINE
               END-PERFORM.
               MOVE ALL "-" TO ACCRUAL-LINE.
               WRITE ACCRUAL-LINE.
               MOVE WS-TOT-GROSS TO WS-ED-GROSS.
               MOVE WS-TOT-SS    TO WS-ED-SS.
               MOVE WS-TOT-COST  TO WS-ED-TOTAL.
               MOVE SPACES TO ACCRUAL-LINE.
               STRING "TOTAL (" WS-COUNT-EMPS " EMPL.)"
                      INTO ACCRUAL-LINE.
               MOVE WS-ED-GROSS TO ACCRUAL-LINE(42:14).
               MOVE WS-ED-SS    TO ACCRUAL-LINE(56:14).
               MOVE WS-ED-TOTAL TO ACCRUAL-LINE(70:14).
               WRITE ACCRUAL-LINE.
               MOVE SPACES TO ACCRUAL-LINE.
               STRING "POR PARTES " WS-COUNT-PARTES
                      "   POR HISTORICO " WS-COUNT-HIST
                      "   ASALARIADOS " WS-COUNT-SALARY
                      "   SIN BASE " WS-COUNT-NOBASE
                      "   LINEAS DE PARTE " WS-TC-CARDS
                      INTO ACCRUAL-LINE.
               WRITE ACCRUAL-LINE.

      *         ASIENTO DE PERIODIFICACION A FIN DE MES (DEBE GASTOS
      *         DE PERSONAL; HABER REMUNERACIONES PENDIENTES DE PAGO
      *         POR EL BRUTO Y SEGURIDAD SOCIAL ACREEDORA POR LA
      *         COTIZACION PATRONAL) Y SU REVERSION CON DEBE Y HABER
      *         INTERCAMBIADOS, FECHADA EL DIA 1 DEL MES SIGUIENTE,
      *         COMO DOS LOTES DEL MISMO FICHERO
          Dvg-WRITE-JOURNAL.
               OPEN OUTPUT GL-ACCRUAL-FILE.
               IF WS-GLI-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear GLDEVENG.DAT "
                          "(status " WS-GLI-STATUS ")"
                  STOP RUN
               END-IF.
               MOVE "P" TO GLI-PASS.
               MOVE WS-MONTH-END TO GLI-WORK-DATE.
               PERFORM Dvg-WRITE-BATCH.
               MOVE "R" TO GLI-PASS.
               MOVE WS-REVERSAL-DATE TO GLI-WORK-DATE.
               PERFORM Dvg-WRITE-BATCH.
               CLOSE GL-ACCRUAL-FILE.

      *         UN LOTE COMPLETO (CABECERA, APUNTES Y COLA) PARA LA
      *         FECHA CONTABLE GLI-WORK-DATE
          Dvg-WRITE-BATCH.
               MOVE ZERO TO GLI-COUNT GLI-HASH
                            GLI-TOT-DEBE GLI-TOT-HABER.
               MOVE SPACES TO GLI-H-REF.
               IF GLI-PASS = "P"
                  STRING "DVS" GLI-WORK-DATE WS-TIME
                         INTO GLI-H-REF
               ELSE
                  STRING "RDS" GLI-WORK-DATE WS-TIME
                         INTO GLI-H-REF
               END-IF.
               MOVE "H" TO GLI-H-TYPE.
               MOVE GLI-WORK-DATE TO GLI-H-PERIOD-END.
               MOVE WS-TODAY TO GLI-H-DATE.
               MOVE SPACES TO GL-ACCRUAL-LINE.
               MOVE GLI-HEADER-REC TO GL-ACCRUAL-LINE.
               WRITE GL-ACCRUAL-LINE.

               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                  MOVE WS-DT-GROSS(WS-DEPT-IX) TO GL-AMOUNT
                  MOVE WS-DT-NET(WS-DEPT-IX) TO GLI-CREDIT-ACCT
                  PERFORM Dvg-WRITE-PAIR
                  MOVE WS-DT-SS(WS-DEPT-IX) TO GL-AMOUNT
                  MOVE WS-DT-SSEMP(WS-DEPT-IX) TO GLI-CREDIT-ACCT
                  PERFORM Dvg-WRITE-PAIR
               END-PERFORM.

               MOVE "T" TO GLI-T-TYPE.
               MOVE GLI-COUNT     TO GLI-T-COUNT.
               MOVE GLI-HASH      TO GLI-T-HASH.
               MOVE GLI-TOT-DEBE  TO GLI-T-DEBE.
               MOVE GLI-TOT-HABER TO GLI-T-HABER.
               MOVE SPACES TO GL-ACCRUAL-LINE.
               MOVE GLI-TRAILER-REC TO GL-ACCRUAL-LINE.
               WRITE GL-ACCRUAL-LINE.

      *         PAR DE APUNTES GASTO / GLI-CREDIT-ACCT DEL
      *         DEPARTAMENTO PARA GL-AMOUNT; EN LA REVERSION VAN AL
      *         REVES
          Dvg-WRITE-PAIR.
               IF GL-AMOUNT = ZERO
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-DT-EXPENSE(WS-DEPT-IX) TO GLI-WORK-ACCT.
               IF GLI-PASS = "P"
                  MOVE "D" TO GLI-WORK-DC
               ELSE
                  MOVE "H" TO GLI-WORK-DC
               END-IF.
               PERFORM Dvg-WRITE-GLI-DETAIL.
               MOVE GLI-CREDIT-ACCT TO GLI-WORK-ACCT.
               IF GLI-PASS = "P"
                  MOVE "H" TO GLI-WORK-DC
               ELSE
                  MOVE "D" TO GLI-WORK-DC
               END-IF.
               PERFORM Dvg-WRITE-GLI-DETAIL.

      *         UN APUNTE DE LA INTERFAZ: CUENTA, INDICADOR
      *         DEBE/HABER, IMPORTE NUMERICO PLANO, DEPARTAMENTO Y
      *         FECHA CONTABLE. ACUMULA RECUENTO Y TOTALES DE CONTROL
          Dvg-WRITE-GLI-DETAIL.
               MOVE SPACES TO GLI-DETAIL-REC.
               MOVE "D"                    TO GLI-D-TYPE.
               MOVE GLI-WORK-ACCT          TO GLI-D-ACCOUNT.
               MOVE GLI-WORK-DC            TO GLI-D-DC.
               MOVE GL-AMOUNT              TO GLI-D-AMOUNT.
               MOVE WS-DT-CODE(WS-DEPT-IX) TO GLI-D-DEPT.
               MOVE GLI-WORK-DATE          TO GLI-D-PERIOD-END.
               MOVE SPACES TO GL-ACCRUAL-LINE.
               MOVE GLI-DETAIL-REC TO GL-ACCRUAL-LINE.
               WRITE GL-ACCRUAL-LINE.
               ADD 1 TO GLI-COUNT.
               ADD GL-AMOUNT TO GLI-HASH.
               IF GLI-WORK-DC = "D"
                  ADD GL-AMOUNT TO GLI-TOT-DEBE
               ELSE
                  ADD GL-AMOUNT TO GLI-TOT-HABER
               END-IF.

      *         DEJA CONSTANCIA EN AUDITORIA DE QUIEN GRABO LA
      *         PERIODIFICACION, DE QUE MES Y POR QUE IMPORTE
          Dvg-LOG-ACCRUAL.
               OPEN EXTEND AUDIT-LOG-FILE.
               IF WS-AUDIT-STATUS = "35"
                  OPEN OUTPUT AUDIT-LOG-FILE
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE WS-TOT-COST TO WS-ED-TOTAL.
               MOVE SPACES TO AUDIT-LINE.
               STRING "OPERADOR=" WS-OPERATOR-ID
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " PERIODIFICACION SEMANAL CIERRE=" WS-MONTH-END
                      " EMPL=" WS-COUNT-EMPS
                      " TOTAL=" WS-ED-TOTAL
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               CLOSE AUDIT-LOG-FILE.

          END PROGRAM NOMINA-DEVENGO.
