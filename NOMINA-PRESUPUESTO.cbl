          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-PRESUPUESTO.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Presupuesto frente a real por  *
      *                 departamento: compara el coste *
      *                 de personal del historico      *
      *                 (bruto y cotizacion patronal,  *
      *                 repartido por las horas        *
      *                 trabajadas en cada             *
      *                 departamento) con DEPTBUDG.DAT *
      *                 en el mes y en el acumulado    *
      *                 del ano, y marca los           *
      *                 departamentos que superan el   *
      *                 presupuesto por encima del     *
      *                 umbral (PRESUP.RPT)            *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

              SELECT DEPARTMENT-BUDGET-FILE ASSIGN TO "DEPTBUDG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DB-KEY
                  FILE STATUS IS WS-DB-STATUS.

              SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DPT-CODE
                  FILE STATUS IS WS-DPT-STATUS.

      *         REPARTO DE LAS HORAS DE CADA PAGO POR DEPARTAMENTO
      *         TRABAJADO (LO GRABA EL CALCULO Y LO PUBLICA LA
      *         LIBERACION DE LA NOMINA)
              SELECT LABOUR-DIST-FILE ASSIGN TO "LABDIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LDS-STATUS.

      *         UMBRAL DE DESVIACION EN PORCENTAJE (OPCIONAL)
              SELECT BUDGET-PCT-FILE ASSIGN TO "BUDPCT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PCT-STATUS.

              SELECT BUDGET-REPORT-FILE ASSIGN TO "PRESUP.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  PAYROLL-HISTORY-FILE.
          COPY PAYHIST.

          FD  DEPARTMENT-BUDGET-FILE.
          COPY DEPTBUDG.

          FD  DEPARTMENT-MASTER-FILE.
          COPY DEPTMAST.

          FD  LABOUR-DIST-FILE.
          COPY LABDIST.

          FD  BUDGET-PCT-FILE.
          01  BUDGET-PCT-LINE PIC X(3).

          FD  BUDGET-REPORT-FILE.
          01  BUDGET-LINE PIC X(100).

          WORKING-STORAGE SECTION.

          01 WS-HIST-STATUS PIC X(2).
          01 WS-DB-STATUS   PIC X(2).
          01 WS-DPT-STATUS  PIC X(2).
          01 WS-LDS-STATUS  PIC X(2).
          01 WS-PCT-STATUS  PIC X(2).
          01 WS-RPT-STATUS  PIC X(2).
          01 WS-HIST-EOF    PIC X VALUE "N".
          01 WS-DB-EOF      PIC X VALUE "N".
          01 WS-DPT-EOF     PIC X VALUE "N".
          01 WS-LDS-EOF     PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN: EL INFORME ES DE CONSULTA
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "I".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "N".
          01 WS-SGN-RESULT  PIC X(1).

      *         MES DEL INFORME (AAAAMM); EL ACUMULADO VA DE ENERO
      *         A ESE MES DEL MISMO EJERCICIO
          01 WS-IN-MONTH    PIC X(6).
          01 WS-MONTH-NUM   PIC 9(6).
          01 WS-MONTH-PARTS REDEFINES WS-MONTH-NUM.
             05 WS-MONTH-YYYY PIC 9(4).
             05 WS-MONTH-MM   PIC 9(2).
          01 WS-YEAR        PIC X(4).
          01 WS-TODAY       PIC X(8).

      *         UMBRAL DE DESVIACION (POR CIENTO SOBRE EL
      *         PRESUPUESTO); EL VALOR DE BUDPCT.DAT PUEDE VENIR
      *         JUSTIFICADO A LA IZQUIERDA ("15 "); SE VALIDA
      *         CARACTER A CARACTER Y SE CONVIERTE, AVISANDO SI SE
      *         IGNORA
          01 WS-THRESHOLD-PCT PIC 9(3) VALUE 10.
          01 WS-PCT-IX        PIC 9(1).
          01 WS-PCT-BAD       PIC X VALUE "N".
          01 WS-PCT-VALUE     PIC 9(3) VALUE ZERO.

      *         LINEAS DE REPARTO DEL EJERCICIO HASTA EL MES; UNA
      *         ANULACION "V" PONE A CERO LAS LINEAS ANTERIORES DEL
      *         MISMO PAGO
          01 WS-LD-TABLE.
             05 WS-LD-ENTRY OCCURS 5000 TIMES.
                10 WS-LT-EMP-ID     PIC 9(5).
                10 WS-LT-PERIOD-END PIC X(8).
                10 WS-LT-PAY-TYPE   PIC X(1).
                10 WS-LT-DEPT       PIC X(4).
                10 WS-LT-HOURS      PIC 9(3).
          01 WS-LD-COUNT    PIC 9(4) VALUE ZERO.
          01 WS-LD-IX       PIC 9(4).
          01 WS-LD-LAST     PIC 9(4).
          01 WS-LD-FULL     PIC X VALUE "N".

      *         PAGO DEL HISTORICO EN CURSO: COSTE, HORAS Y REPARTO
          01 WS-PAY-GROSS   PIC 9(7)V99 VALUE ZERO.
          01 WS-PAY-SS      PIC 9(7)V99 VALUE ZERO.
          01 WS-PAY-HOURS   PIC 9(5) VALUE ZERO.
          01 WS-IN-MONTH-SW PIC X.
          01 WS-DIST-HOURS  PIC 9(5) VALUE ZERO.
          01 WS-REM-GROSS   PIC 9(7)V99 VALUE ZERO.
          01 WS-REM-SS      PIC 9(7)V99 VALUE ZERO.
          01 WS-SHARE-GROSS PIC 9(7)V99 VALUE ZERO.
          01 WS-SHARE-SS    PIC 9(7)V99 VALUE ZERO.
          01 WS-SHARE-HOURS PIC 9(5) VALUE ZERO.
          01 WS-WORK-DEPT   PIC X(4).

      *         ACUMULADOS POR DEPARTAMENTO: REAL Y PRESUPUESTO DEL
      *         MES Y DEL ACUMULADO, HORAS Y PLANTILLA. LA PLANTILLA
      *         REAL CUENTA EMPLEADOS DISTINTOS PAGADOS EN EL MES EN
      *         SU DEPARTAMENTO DE ADSCRIPCION (EL HISTORICO VIENE EN
      *         ORDEN DE EMPLEADO, ASI QUE BASTA CON EL ULTIMO)
          01 WS-DEPT-TABLE.
             05 WS-DEPT-ENTRY OCCURS 100 TIMES.
                10 WS-DT-CODE       PIC X(4).
                10 WS-DT-DESC       PIC X(20).
                10 WS-DT-MES-GROSS  PIC 9(9)V99.
                10 WS-DT-MES-SS     PIC 9(9)V99.
                10 WS-DT-MES-HOURS  PIC 9(7).
                10 WS-DT-MES-HEAD   PIC 9(5).
                10 WS-DT-LAST-EMP   PIC 9(5).
                10 WS-DT-ACU-GROSS  PIC 9(9)V99.
                10 WS-DT-ACU-SS     PIC 9(9)V99.
                10 WS-DT-ACU-HOURS  PIC 9(7).
                10 WS-DT-PPM-GROSS  PIC 9(9)V99.
                10 WS-DT-PPM-SS     PIC 9(9)V99.
                10 WS-DT-PPM-HEAD   PIC 9(5).
                10 WS-DT-PPA-GROSS  PIC 9(9)V99.
                10 WS-DT-PPA-SS     PIC 9(9)V99.
          01 WS-DEPT-COUNT PIC 9(3) VALUE ZERO.
          01 WS-DEPT-IX    PIC 9(3).
          01 WS-DEPT-FOUND PIC X.
          01 WS-DEPT-FULL  PIC X VALUE "N".

      *         COMPARACION DE UNA LINEA (MES O ACUMULADO)
          01 WS-CMP-LABEL   PIC X(3).
          01 WS-CMP-REAL    PIC 9(9)V99 VALUE ZERO.
          01 WS-CMP-BUDGET  PIC 9(9)V99 VALUE ZERO.
          01 WS-CMP-VAR     PIC S9(9)V99 VALUE ZERO.
          01 WS-CMP-PCT     PIC S9(5)V9 VALUE ZERO.
          01 WS-CMP-FLAG    PIC X(8).
          01 WS-DEPT-OVER   PIC X.

      *         TOTALES GENERALES
          01 WS-COUNT-HIST    PIC 9(7) VALUE ZERO.
          01 WS-COUNT-SPLIT   PIC 9(7) VALUE ZERO.
          01 WS-COUNT-BUDGET  PIC 9(5) VALUE ZERO.
          01 WS-COUNT-OVER    PIC 9(3) VALUE ZERO.
          01 WS-COUNT-NOBUD   PIC 9(3) VALUE ZERO.
          01 WS-TOT-MES-REAL  PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-MES-PPTO  PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-ACU-REAL  PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-ACU-PPTO  PIC 9(9)V99 VALUE ZERO.

          01 WS-ED-REAL     PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-BUDGET   PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-VAR      PIC +ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-PCT      PIC +ZZZ9.9.
          01 WS-ED-GROSS    PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-SS       PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-GROSS2   PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-SS2      PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-HOURS    PIC Z,ZZZ,ZZ9.
          01 WS-ED-HOURS2   PIC Z,ZZZ,ZZ9.
          01 WS-ED-HEAD     PIC ZZ,ZZ9.
          01 WS-ED-HEAD2    PIC ZZ,ZZ9.
          01 WS-ED-THRESH   PIC ZZ9.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "PRESUPUESTO FRENTE A REAL POR DEPARTAMENTO".

               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; proceso cancelado."
                  STOP RUN
               END-IF.

               PERFORM Pre-ASK-MONTH.
               PERFORM Pre-LOAD-THRESHOLD.
               PERFORM Pre-LOAD-DEPARTMENTS.
               PERFORM Pre-LOAD-BUDGETS.
               PERFORM Pre-LOAD-LABDIST.

               OPEN INPUT PAYROLL-HISTORY-FILE.
               IF WS-HIST-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir PAYHIST.DAT "
                          "(status " WS-HIST-STATUS ")"
                  STOP RUN
               END-IF.
               OPEN OUTPUT BUDGET-REPORT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear PRESUP.RPT "
                          "(status " WS-RPT-STATUS ")"
                  STOP RUN
               END-IF.

               PERFORM Pre-SCAN-HISTORY.
               PERFORM Pre-WRITE-HEADER.
               PERFORM Pre-WRITE-DEPARTMENTS.
               PERFORM Pre-WRITE-TOTALS.

               CLOSE PAYROLL-HISTORY-FILE.
               CLOSE BUDGET-REPORT-FILE.

               DISPLAY "Informe de presupuesto del mes " WS-IN-MONTH
                       " en PRESUP.RPT: " WS-COUNT-OVER
                       " departamento(s) por encima del presupuesto.".
               IF WS-COUNT-NOBUD > ZERO
                  DISPLAY "AVISO: " WS-COUNT-NOBUD " departamento(s) "
                          "con coste y sin presupuesto"
               END-IF.
               IF WS-DEPT-FULL = "Y"
                  DISPLAY "AVISO: mas de 100 departamentos; el "
                          "informe esta incompleto"
               END-IF.
               IF WS-LD-FULL = "Y"
                  DISPLAY "AVISO: LABDIST.DAT excede la tabla de "
                          "reparto; parte del coste se imputa al "
                          "departamento de adscripcion"
               END-IF.
               STOP RUN.

      *         PIDE EL MES DEL INFORME; EN BLANCO, EL MES EN CURSO
          Pre-ASK-MONTH.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
               DISPLAY "Mes del informe (AAAAMM, en blanco el mes en "
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
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                  DISPLAY "ERROR: mes no valido; proceso cancelado."
                  STOP RUN
               END-IF.
               MOVE WS-IN-MONTH(1:4) TO WS-YEAR.

      *         LEE EL UMBRAL CONFIGURADO; SIN FICHERO O CON VALOR
      *         CERO SE QUEDA EL 10 POR CIENTO POR DEFECTO
          Pre-LOAD-THRESHOLD.
               OPEN INPUT BUDGET-PCT-FILE.
               IF WS-PCT-STATUS = "00"
                  READ BUDGET-PCT-FILE
                     AT END
                        CONTINUE
                     NOT AT END
                        PERFORM Pre-PARSE-THRESHOLD
                  END-READ
                  CLOSE BUDGET-PCT-FILE
               END-IF.

      *         ADMITE EL VALOR JUSTIFICADO A IZQUIERDA O DERECHA
      *         ("15 ", " 15", "015"); CUALQUIER OTRO CONTENIDO SE
      *         IGNORA CON AVISO
          Pre-PARSE-THRESHOLD.
               MOVE "N" TO WS-PCT-BAD.
               PERFORM VARYING WS-PCT-IX FROM 1 BY 1
                       UNTIL WS-PCT-IX > 3
                  IF BUDGET-PCT-LINE(WS-PCT-IX:1) NOT = SPACE
                     AND BUDGET-PCT-LINE(WS-PCT-IX:1) NOT NUMERIC
                     MOVE "Y" TO WS-PCT-BAD
                  END-IF
               END-PERFORM.
               IF WS-PCT-BAD = "Y" OR BUDGET-PCT-LINE = SPACES
                  DISPLAY "AVISO: valor '" BUDGET-PCT-LINE
                          "' de BUDPCT.DAT no valido; se aplica "
                          "el umbral por defecto ("
                          WS-THRESHOLD-PCT " %)"
                  EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-PCT-VALUE =
                       FUNCTION NUMVAL(BUDGET-PCT-LINE).
               IF WS-PCT-VALUE > ZERO
                  MOVE WS-PCT-VALUE TO WS-THRESHOLD-PCT
               ELSE
                  DISPLAY "AVISO: umbral cero en BUDPCT.DAT; se "
                          "aplica el umbral por defecto ("
                          WS-THRESHOLD-PCT " %)"
               END-IF.

      *         LA TABLA DE DEPARTAMENTOS SE SIEMBRA CON EL MAESTRO,
      *         EN ORDEN DE CODIGO; LOS CODIGOS QUE SOLO APARECEN EN
      *         EL HISTORICO O EN EL PRESUPUESTO SE ANADEN AL FINAL
          Pre-LOAD-DEPARTMENTS.
               OPEN INPUT DEPARTMENT-MASTER-FILE.
               IF WS-DPT-STATUS NOT = "00"
                  DISPLAY "AVISO: sin DEPTMAST.DAT; los departamentos "
                          "salen sin descripcion"
                  EXIT PARAGRAPH
               END-IF.
               MOVE LOW-VALUES TO DPT-CODE.
               START DEPARTMENT-MASTER-FILE KEY IS >= DPT-CODE
                  INVALID KEY
                     MOVE "Y" TO WS-DPT-EOF
               END-START.
               PERFORM UNTIL WS-DPT-EOF = "Y"
                  READ DEPARTMENT-MASTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-DPT-EOF
                     NOT AT END
                        MOVE DPT-CODE TO WS-WORK-DEPT
                        PERFORM Pre-FIND-DEPT
                        IF WS-DEPT-FOUND = "Y"
                           MOVE DPT-DESC TO WS-DT-DESC(WS-DEPT-IX)
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE DEPARTMENT-MASTER-FILE.

      *         BUSCA EL DEPARTAMENTO WS-WORK-DEPT EN LA TABLA Y LO
      *         ANADE SI NO ESTA; WS-DEPT-FOUND = "N" SOLO CUANDO LA
      *         TABLA ESTA LLENA
          Pre-FIND-DEPT.
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
                  MOVE "Y" TO WS-DEPT-FULL
                  EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-DEPT-COUNT.
               MOVE WS-DEPT-COUNT TO WS-DEPT-IX.
               INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IX).
               MOVE WS-WORK-DEPT TO WS-DT-CODE(WS-DEPT-IX).
               MOVE "** NO EN MAESTRO **" TO WS-DT-DESC(WS-DEPT-IX).
               MOVE "Y" TO WS-DEPT-FOUND.

      *         PRESUPUESTOS DEL EJERCICIO HASTA EL MES: EL DEL MES
      *         Y LA SUMA DE ENERO AL MES PARA EL ACUMULADO
          Pre-LOAD-BUDGETS.
               OPEN INPUT DEPARTMENT-BUDGET-FILE.
               IF WS-DB-STATUS NOT = "00"
                  DISPLAY "AVISO: sin DEPTBUDG.DAT; ningun "
                          "departamento tiene presupuesto"
                  EXIT PARAGRAPH
               END-IF.
               MOVE LOW-VALUES TO DB-KEY.
               START DEPARTMENT-BUDGET-FILE KEY IS >= DB-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-DB-EOF
               END-START.
               PERFORM UNTIL WS-DB-EOF = "Y"
                  READ DEPARTMENT-BUDGET-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-DB-EOF
                     NOT AT END
                        IF DB-MONTH(1:4) = WS-YEAR AND
                           DB-MONTH NOT > WS-IN-MONTH
                           PERFORM Pre-ADD-BUDGET
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE DEPARTMENT-BUDGET-FILE.

          Pre-ADD-BUDGET.
               MOVE DB-DEPT TO WS-WORK-DEPT.
               PERFORM Pre-FIND-DEPT.
               IF WS-DEPT-FOUND = "N"
                  EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-COUNT-BUDGET.
               ADD DB-GROSS       TO WS-DT-PPA-GROSS(WS-DEPT-IX).
               ADD DB-EMPLOYER-SS TO WS-DT-PPA-SS(WS-DEPT-IX).
               IF DB-MONTH = WS-IN-MONTH
                  ADD DB-GROSS       TO WS-DT-PPM-GROSS(WS-DEPT-IX)
                  ADD DB-EMPLOYER-SS TO WS-DT-PPM-SS(WS-DEPT-IX)
                  ADD DB-HEADCOUNT   TO WS-DT-PPM-HEAD(WS-DEPT-IX)
               END-IF.

      *         CARGA LAS LINEAS DE REPARTO DEL EJERCICIO HASTA EL
      *         MES. UNA ANULACION "V" DEJA SIN HORAS LAS LINEAS
      *         ANTERIORES DEL MISMO PAGO; SI EL PAGO SE RECALCULA,
      *         SUS NUEVAS LINEAS VIENEN DETRAS DE LA ANULACION
          Pre-LOAD-LABDIST.
               OPEN INPUT LABOUR-DIST-FILE.
               IF WS-LDS-STATUS NOT = "00"
                  DISPLAY "AVISO: sin LABDIST.DAT; todo el coste se "
                          "imputa al departamento de adscripcion"
                  EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL WS-LDS-EOF = "Y"
                  READ LABOUR-DIST-FILE
                     AT END
                        MOVE "Y" TO WS-LDS-EOF
                     NOT AT END
                        IF LD-PERIOD-END(1:4) = WS-YEAR AND
                           LD-PERIOD-END(1:6) NOT > WS-IN-MONTH
                           PERFORM Pre-ADD-LABDIST
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE LABOUR-DIST-FILE.

          Pre-ADD-LABDIST.
               IF LD-REC-TYPE = "V"
                  PERFORM VARYING WS-LD-IX FROM 1 BY 1
                          UNTIL WS-LD-IX > WS-LD-COUNT
                     IF WS-LT-EMP-ID(WS-LD-IX) = LD-EMP-ID AND
                        WS-LT-PERIOD-END(WS-LD-IX) = LD-PERIOD-END AND
                        WS-LT-PAY-TYPE(WS-LD-IX) = LD-PAY-TYPE
                        MOVE ZERO TO WS-LT-HOURS(WS-LD-IX)
                     END-IF
                  END-PERFORM
                  EXIT PARAGRAPH
               END-IF.
               IF LD-REC-TYPE NOT = "D" OR LD-HOURS IS NOT NUMERIC
                  EXIT PARAGRAPH
               END-IF.
               IF WS-LD-COUNT >= 5000
                  MOVE "Y" TO WS-LD-FULL
                  EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-LD-COUNT.
               MOVE LD-EMP-ID     TO WS-LT-EMP-ID(WS-LD-COUNT).
               MOVE LD-PERIOD-END TO WS-LT-PERIOD-END(WS-LD-COUNT).
               MOVE LD-PAY-TYPE   TO WS-LT-PAY-TYPE(WS-LD-COUNT).
               MOVE LD-DEPT       TO WS-LT-DEPT(WS-LD-COUNT).
               MOVE LD-HOURS      TO WS-LT-HOURS(WS-LD-COUNT).

      *         RECORRE EL HISTORICO VIVO: CUENTAN LOS PAGOS NO
      *         ANULADOS DEL EJERCICIO CON FIN DE PERIODO HASTA EL
      *         MES (NOMINAS, PAGAS EXTRAORDINARIAS Y FINIQUITOS)
          Pre-SCAN-HISTORY.
               MOVE LOW-VALUES TO PH-KEY.
               START PAYROLL-HISTORY-FILE KEY IS >= PH-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-HIST-EOF
               END-START.
               PERFORM UNTIL WS-HIST-EOF = "Y"
                  READ PAYROLL-HISTORY-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-HIST-EOF
                     NOT AT END
                        IF PH-PERIOD-END(1:4) = WS-YEAR AND
                           PH-PERIOD-END(1:6) NOT > WS-IN-MONTH AND
                           PH-REVERSED NOT = "Y"
                           PERFORM Pre-ADD-PAYMENT
                        END-IF
                  END-READ
               END-PERFORM.

      *         IMPUTA UN PAGO: CON LINEAS DE REPARTO, EL BRUTO Y LA
      *         COTIZACION PATRONAL SE REPARTEN EN PROPORCION A LAS
      *         HORAS DE CADA DEPARTAMENTO (EL ULTIMO LLEVA EL RESTO
      *         DEL REDONDEO); SIN ELLAS, TODO AL DEPARTAMENTO DEL PAGO
          Pre-ADD-PAYMENT.
               ADD 1 TO WS-COUNT-HIST.
               MOVE PH-BRUTO TO WS-PAY-GROSS.
               MOVE ZERO TO WS-PAY-SS.
               IF PH-EMPLOYER-SS IS NUMERIC
                  MOVE PH-EMPLOYER-SS TO WS-PAY-SS
               END-IF.
               MOVE "N" TO WS-IN-MONTH-SW.
               IF PH-PERIOD-END(1:6) = WS-IN-MONTH
                  MOVE "Y" TO WS-IN-MONTH-SW
               END-IF.

      *         PLANTILLA REAL DEL MES EN EL DEPARTAMENTO DE
      *         ADSCRIPCION
               IF WS-IN-MONTH-SW = "Y"
                  MOVE PH-DEPT TO WS-WORK-DEPT
                  PERFORM Pre-FIND-DEPT
                  IF WS-DEPT-FOUND = "Y" AND
                     WS-DT-LAST-EMP(WS-DEPT-IX) NOT = PH-EMP-ID
                     ADD 1 TO WS-DT-MES-HEAD(WS-DEPT-IX)
                     MOVE PH-EMP-ID TO WS-DT-LAST-EMP(WS-DEPT-IX)
                  END-IF
               END-IF.

               MOVE ZERO TO WS-DIST-HOURS WS-LD-LAST.
               PERFORM VARYING WS-LD-IX FROM 1 BY 1
                       UNTIL WS-LD-IX > WS-LD-COUNT
                  IF WS-LT-EMP-ID(WS-LD-IX) = PH-EMP-ID AND
                     WS-LT-PERIOD-END(WS-LD-IX) = PH-PERIOD-END AND
                     WS-LT-PAY-TYPE(WS-LD-IX) = PH-REC-TYPE AND
                     WS-LT-HOURS(WS-LD-IX) > ZERO
                     ADD WS-LT-HOURS(WS-LD-IX) TO WS-DIST-HOURS
                     MOVE WS-LD-IX TO WS-LD-LAST
                  END-IF
               END-PERFORM.

               IF WS-DIST-HOURS = ZERO
                  MOVE ZERO TO WS-PAY-HOURS
                  IF PH-HOURS-REGULAR IS NUMERIC
                     ADD PH-HOURS-REGULAR TO WS-PAY-HOURS
                  END-IF
                  IF PH-HOURS-OVERTIME IS NUMERIC
                     ADD PH-HOURS-OVERTIME TO WS-PAY-HOURS
                  END-IF
                  IF PH-HOURS-HOLIDAY IS NUMERIC
                     ADD PH-HOURS-HOLIDAY TO WS-PAY-HOURS
                  END-IF
                  IF PH-HOURS-SICK IS NUMERIC
                     ADD PH-HOURS-SICK TO WS-PAY-HOURS
                  END-IF
                  IF PH-HOURS-VACATION IS NUMERIC
                     ADD PH-HOURS-VACATION TO WS-PAY-HOURS
                  END-IF
                  MOVE PH-DEPT      TO WS-WORK-DEPT
                  MOVE WS-PAY-GROSS TO WS-SHARE-GROSS
                  MOVE WS-PAY-SS    TO WS-SHARE-SS
                  MOVE WS-PAY-HOURS TO WS-SHARE-HOURS
                  PERFORM Pre-POST-SHARE
                  EXIT PARAGRAPH
               END-IF.

               ADD 1 TO WS-COUNT-SPLIT.
               MOVE WS-PAY-GROSS TO WS-REM-GROSS.
               MOVE WS-PAY-SS    TO WS-REM-SS.
               PERFORM VARYING WS-LD-IX FROM 1 BY 1
                       UNTIL WS-LD-IX > WS-LD-LAST
                  IF WS-LT-EMP-ID(WS-LD-IX) = PH-EMP-ID AND
                     WS-LT-PERIOD-END(WS-LD-IX) = PH-PERIOD-END AND
                     WS-LT-PAY-TYPE(WS-LD-IX) = PH-REC-TYPE AND
                     WS-LT-HOURS(WS-LD-IX) > ZERO
                     IF WS-LD-IX = WS-LD-LAST
                        MOVE WS-REM-GROSS TO WS-SHARE-GROSS
                        MOVE WS-REM-SS    TO WS-SHARE-SS
                     ELSE
                        COMPUTE WS-SHARE-GROSS ROUNDED =
                                WS-PAY-GROSS * WS-LT-HOURS(WS-LD-IX)
                                / WS-DIST-HOURS
                        COMPUTE WS-SHARE-SS ROUNDED =
                                WS-PAY-SS * WS-LT-HOURS(WS-LD-IX)
                                / WS-DIST-HOURS
                        SUBTRACT WS-SHARE-GROSS FROM WS-REM-GROSS
                        SUBTRACT WS-SHARE-SS    FROM WS-REM-SS
                     END-IF
                     MOVE WS-LT-DEPT(WS-LD-IX)  TO WS-WORK-DEPT
                     MOVE WS-LT-HOURS(WS-LD-IX) TO WS-SHARE-HOURS
                     PERFORM Pre-POST-SHARE
                  END-IF
               END-PERFORM.

      *         SUMA LA PARTE DEL PAGO AL DEPARTAMENTO WS-WORK-DEPT,
      *         EN EL ACUMULADO Y, SI ES DEL MES, EN EL MES
          Pre-POST-SHARE.
               PERFORM Pre-FIND-DEPT.
               IF WS-DEPT-FOUND = "N"
                  EXIT PARAGRAPH
               END-IF.
               ADD WS-SHARE-GROSS TO WS-DT-ACU-GROSS(WS-DEPT-IX).
               ADD WS-SHARE-SS    TO WS-DT-ACU-SS(WS-DEPT-IX).
               ADD WS-SHARE-HOURS TO WS-DT-ACU-HOURS(WS-DEPT-IX).
               IF WS-IN-MONTH-SW = "Y"
                  ADD WS-SHARE-GROSS TO WS-DT-MES-GROSS(WS-DEPT-IX)
                  ADD WS-SHARE-SS    TO WS-DT-MES-SS(WS-DEPT-IX)
                  ADD WS-SHARE-HOURS TO WS-DT-MES-HOURS(WS-DEPT-IX)
               END-IF.

          Pre-WRITE-HEADER.
               MOVE "PRESUPUESTO FRENTE A REAL POR DEPARTAMENTO"
                 TO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE WS-THRESHOLD-PCT TO WS-ED-THRESH.
               MOVE SPACES TO BUDGET-LINE.
               STRING "MES: " WS-IN-MONTH
                      "   ACUMULADO: " WS-YEAR "01-" WS-IN-MONTH
                      "   UMBRAL: " WS-ED-THRESH " %"
                      "   FECHA: " WS-TODAY
                      "   OPERADOR: " WS-OPERATOR-ID
                      INTO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE SPACES TO BUDGET-LINE.
               STRING "COSTE = BRUTO + COTIZACION PATRONAL DE LOS "
                      "PAGOS VIVOS DEL HISTORICO, REPARTIDO POR "
                      "HORAS TRABAJADAS"
                      INTO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE SPACES TO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE SPACES TO BUDGET-LINE.
               STRING "DEPT DESCRIPCION              "
                      "    COSTE REAL   PRESUPUESTO       VARIACION"
                      "       %  MARCA"
                      DELIMITED BY SIZE INTO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE ALL "-" TO BUDGET-LINE(1:92).
               WRITE BUDGET-LINE.

      *         CINCO LINEAS POR DEPARTAMENTO CON MOVIMIENTO O
      *         PRESUPUESTO: MES, ACUMULADO, DESGLOSE DEL MES (BRUTO,
      *         COTIZACION PATRONAL), HORAS Y PLANTILLA Y EN BLANCO
          Pre-WRITE-DEPARTMENTS.
               PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                       UNTIL WS-DEPT-IX > WS-DEPT-COUNT
                  IF WS-DT-ACU-GROSS(WS-DEPT-IX) > ZERO OR
                     WS-DT-ACU-SS(WS-DEPT-IX) > ZERO OR
                     WS-DT-PPA-GROSS(WS-DEPT-IX) > ZERO OR
                     WS-DT-PPA-SS(WS-DEPT-IX) > ZERO
                     PERFORM Pre-WRITE-ONE-DEPT
                  END-IF
               END-PERFORM.

          Pre-WRITE-ONE-DEPT.
               MOVE "N" TO WS-DEPT-OVER.
               MOVE "MES" TO WS-CMP-LABEL.
               COMPUTE WS-CMP-REAL = WS-DT-MES-GROSS(WS-DEPT-IX)
                                   + WS-DT-MES-SS(WS-DEPT-IX).
               COMPUTE WS-CMP-BUDGET = WS-DT-PPM-GROSS(WS-DEPT-IX)
                                     + WS-DT-PPM-SS(WS-DEPT-IX).
               ADD WS-CMP-REAL   TO WS-TOT-MES-REAL.
               ADD WS-CMP-BUDGET TO WS-TOT-MES-PPTO.
               PERFORM Pre-COMPARE.
               MOVE SPACES TO BUDGET-LINE.
               STRING WS-DT-CODE(WS-DEPT-IX) " "
                      WS-DT-DESC(WS-DEPT-IX) " " WS-CMP-LABEL " "
                      WS-ED-REAL WS-ED-BUDGET " " WS-ED-VAR " "
                      WS-ED-PCT "  " WS-CMP-FLAG
                      DELIMITED BY SIZE INTO BUDGET-LINE.
               WRITE BUDGET-LINE.

               MOVE "ACU" TO WS-CMP-LABEL.
               COMPUTE WS-CMP-REAL = WS-DT-ACU-GROSS(WS-DEPT-IX)
                                   + WS-DT-ACU-SS(WS-DEPT-IX).
               COMPUTE WS-CMP-BUDGET = WS-DT-PPA-GROSS(WS-DEPT-IX)
                                     + WS-DT-PPA-SS(WS-DEPT-IX).
               ADD WS-CMP-REAL   TO WS-TOT-ACU-REAL.
               ADD WS-CMP-BUDGET TO WS-TOT-ACU-PPTO.
               PERFORM Pre-COMPARE.
               MOVE SPACES TO BUDGET-LINE.
               STRING "     " "                    " " "
                      WS-CMP-LABEL " "
                      WS-ED-REAL WS-ED-BUDGET " " WS-ED-VAR " "
                      WS-ED-PCT "  " WS-CMP-FLAG
                      DELIMITED BY SIZE INTO BUDGET-LINE.
               WRITE BUDGET-LINE.

               MOVE WS-DT-MES-GROSS(WS-DEPT-IX) TO WS-ED-GROSS.
               MOVE WS-DT-PPM-GROSS(WS-DEPT-IX) TO WS-ED-GROSS2.
               MOVE WS-DT-MES-SS(WS-DEPT-IX)    TO WS-ED-SS.
               MOVE WS-DT-PPM-SS(WS-DEPT-IX)    TO WS-ED-SS2.
               MOVE WS-DT-MES-HOURS(WS-DEPT-IX) TO WS-ED-HOURS.
               MOVE WS-DT-ACU-HOURS(WS-DEPT-IX) TO WS-ED-HOURS2.
               MOVE WS-DT-MES-HEAD(WS-DEPT-IX)  TO WS-ED-HEAD.
               MOVE WS-DT-PPM-HEAD(WS-DEPT-IX)  TO WS-ED-HEAD2.
               MOVE SPACES TO BUDGET-LINE.
               STRING "     MES  BRUTO REAL/PPTO" WS-ED-GROSS "/"
                      WS-ED-GROSS2 "  SS EMPRESA" WS-ED-SS "/"
                      WS-ED-SS2
                      DELIMITED BY SIZE INTO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE SPACES TO BUDGET-LINE.
               STRING "     HORAS MES" WS-ED-HOURS "  HORAS ACUMULADAS"
                      WS-ED-HOURS2 "  PLANTILLA MES REAL/PPTO"
                      WS-ED-HEAD "/" WS-ED-HEAD2
                      DELIMITED BY SIZE INTO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE SPACES TO BUDGET-LINE.
               WRITE BUDGET-LINE.
               IF WS-DEPT-OVER = "Y"
                  ADD 1 TO WS-COUNT-OVER
               END-IF.

      *         VARIACION = REAL - PRESUPUESTO; SE MARCA "EXCEDE"
      *         CUANDO EL REAL SUPERA EL PRESUPUESTO EN MAS DEL
      *         UMBRAL Y "SIN PPTO" CUANDO HAY COSTE SIN PRESUPUESTO
          Pre-COMPARE.
               COMPUTE WS-CMP-VAR = WS-CMP-REAL - WS-CMP-BUDGET.
               MOVE SPACES TO WS-CMP-FLAG.
               MOVE ZERO TO WS-CMP-PCT.
               IF WS-CMP-BUDGET > ZERO
                  COMPUTE WS-CMP-PCT ROUNDED = WS-CMP-VAR * 100
                          / WS-CMP-BUDGET
                  IF WS-CMP-PCT > WS-THRESHOLD-PCT
                     MOVE "EXCEDE" TO WS-CMP-FLAG
                     MOVE "Y" TO WS-DEPT-OVER
                  END-IF
               ELSE
                  IF WS-CMP-REAL > ZERO
                     MOVE 999.9 TO WS-CMP-PCT
                     MOVE "SIN PPTO" TO WS-CMP-FLAG
                     IF WS-CMP-LABEL = "MES"
                        ADD 1 TO WS-COUNT-NOBUD
                     END-IF
                  END-IF
               END-IF.
               MOVE WS-CMP-REAL   TO WS-ED-REAL.
               MOVE WS-CMP-BUDGET TO WS-ED-BUDGET.
               MOVE WS-CMP-VAR    TO WS-ED-VAR.
               MOVE WS-CMP-PCT    TO WS-ED-PCT.

          Pre-WRITE-TOTALS.
               MOVE ALL "-" TO BUDGET-LINE(1:92).
               WRITE BUDGET-LINE.
               MOVE "MES" TO WS-CMP-LABEL.
               MOVE WS-TOT-MES-REAL TO WS-CMP-REAL.
               MOVE WS-TOT-MES-PPTO TO WS-CMP-BUDGET.
               PERFORM Pre-COMPARE-TOTAL.
               MOVE SPACES TO BUDGET-LINE.
               STRING "     TOTAL                " WS-CMP-LABEL " "
                      WS-ED-REAL WS-ED-BUDGET " " WS-ED-VAR " "
                      WS-ED-PCT
                      DELIMITED BY SIZE INTO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE "ACU" TO WS-CMP-LABEL.
               MOVE WS-TOT-ACU-REAL TO WS-CMP-REAL.
               MOVE WS-TOT-ACU-PPTO TO WS-CMP-BUDGET.
               PERFORM Pre-COMPARE-TOTAL.
               MOVE SPACES TO BUDGET-LINE.
               STRING "                          " WS-CMP-LABEL " "
                      WS-ED-REAL WS-ED-BUDGET " " WS-ED-VAR " "
                      WS-ED-PCT
                      DELIMITED BY SIZE INTO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE SPACES TO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE SPACES TO BUDGET-LINE.
               STRING "PAGOS DEL HISTORICO: " WS-COUNT-HIST
                      "   REPARTIDOS POR HORAS: " WS-COUNT-SPLIT
                      "   MESES PRESUPUESTADOS: " WS-COUNT-BUDGET
                      DELIMITED BY SIZE INTO BUDGET-LINE.
               WRITE BUDGET-LINE.
               MOVE SPACES TO BUDGET-LINE.
               STRING "DEPARTAMENTOS POR ENCIMA DEL PRESUPUESTO: "
                      WS-COUNT-OVER
                      "   CON COSTE SIN PRESUPUESTO: " WS-COUNT-NOBUD
                      DELIMITED BY SIZE INTO BUDGET-LINE.
               WRITE BUDGET-LINE.

      *         LOS TOTALES NO SE MARCAN NI CUENTAN EXCEPCIONES
          Pre-COMPARE-TOTAL.
               COMPUTE WS-CMP-VAR = WS-CMP-REAL - WS-CMP-BUDGET.
               MOVE ZERO TO WS-CMP-PCT.
               IF WS-CMP-BUDGET > ZERO
                  COMPUTE WS-CMP-PCT ROUNDED = WS-CMP-VAR * 100
                          / WS-CMP-BUDGET
               END-IF.
               MOVE WS-CMP-REAL   TO WS-ED-REAL.
               MOVE WS-CMP-BUDGET TO WS-ED-BUDGET.
               MOVE WS-CMP-VAR    TO WS-ED-VAR.
               MOVE WS-CMP-PCT    TO WS-ED-PCT.

          END PROGRAM NOMINA-PRESUPUESTO.
