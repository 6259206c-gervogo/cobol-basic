          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-EXTRA.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      16/10/2026                     *
      *      Purpose:   Run de paga extraordinaria de  *
      *                 junio o diciembre: un salario  *
      *                 para los asalariados y la      *
      *                 media de los ultimos periodos  *
      *                 del historico para los que     *
      *                 cobran por horas, prorrateada  *
      *                 por el tiempo trabajado en el  *
      *                 semestre. Liquida con la       *
      *                 calculadora (payslips, fichero *
      *                 bancario y GLINTF propios) y   *
      *                 deja el run pendiente de doble *
      *                 firma en NOMINA-RELEASE        *
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

      *         HISTORICO DE NOMINA: DE AQUI SALE LA MEDIA DE LOS
      *         ULTIMOS PERIODOS DE LOS EMPLEADOS POR HORAS. SE LEE
      *         ENTERO ANTES DE LIQUIDAR Y SE CIERRA, PORQUE LA
      *         CALCULADORA LO ABRE DESPUES PARA GRABAR LOS PAGOS
              SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

      *         EJERCICIOS CERRADOS (NOMINA-CIERRE): NO SE LIQUIDA
      *         UNA PAGA EXTRA EN UN EJERCICIO YA CERRADO
              SELECT CLOSED-YEARS-FILE ASSIGN TO "CIERRES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLO-STATUS.

              SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCEPTION.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXC-STATUS.

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

      *         CONTROL DE DOBLE FIRMA: COMO EL RUN DE PERIODO, LA
      *         PAGA EXTRA DEJA SUS SALIDAS EN .PND Y ESTE REGISTRO
      *         DE CONTROL (TIPO E) PARA NOMINA-RELEASE
              SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PEN-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  EMPLOYEE-MASTER-FILE.
          COPY EMPMAST.

          FD  DEPARTMENT-MASTER-FILE.
          COPY DEPTMAST.

          FD  PAYROLL-HISTORY-FILE.
          COPY PAYHIST.

          FD  CLOSED-YEARS-FILE.
          01  CLOSED-YEAR-LINE PIC X(4).

          FD  EXCEPTION-LOG-FILE.
          01  EXCEPTION-LINE PIC X(80).

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(120).

          FD  PENDING-FILE.
          COPY PENDING.

          WORKING-STORAGE SECTION.

          01 WS-EMP-STATUS   PIC X(2).
          01 WS-DPT-STATUS   PIC X(2).
          01 WS-HIST-STATUS  PIC X(2).
          01 WS-CLO-STATUS   PIC X(2).
          01 WS-EXC-STATUS   PIC X(2).
          01 WS-AUDIT-STATUS PIC X(2).
          01 WS-PEN-STATUS   PIC X(2).

          01 WS-EMP-EOF      PIC X VALUE "N".
          01 WS-HIST-EOF     PIC X VALUE "N".
          01 WS-CLO-EOF      PIC X VALUE "N".
          01 WS-EXC-OPEN     PIC X VALUE "N".
          01 WS-AUDIT-OPEN   PIC X VALUE "N".
          01 WS-TIMESTAMP    PIC X(21).
          01 WS-AUDIT-TIMESTAMP PIC X(21).
          01 WS-CONFIRM      PIC X.

      *         PAGA A LIQUIDAR: EJERCICIO Y SEMESTRE DE DEVENGO
      *         (J = JUNIO, DEVENGO 1/1 A 30/6; D = DICIEMBRE,
      *         DEVENGO 1/7 A 31/12). EL FIN DEL SEMESTRE ES EL FIN
      *         DE PERIODO CON EL QUE LA PAGA QUEDA EN EL HISTORICO
          01 WS-EXTRA-YEAR   PIC X(4).
          01 WS-EXTRA-PAGA   PIC X(1).
          01 WS-PERIOD-START PIC X(8) VALUE SPACES.
          01 WS-PERIOD-END   PIC X(8) VALUE SPACES.
          01 WS-YEAR-CLOSED  PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR (OPERATOR-SIGNON) CON
      *         CAPACIDAD "C" DE CALCULAR NOMINA
          01 WS-OPERATOR-ID  PIC X(10).
          01 WS-SGN-ROLE     PIC X(1) VALUE "C".
          01 WS-SGN-TOKEN    PIC X(1) VALUE "N".
          01 WS-SGN-RESULT   PIC X(1).

      *         CERROJO GLOBAL DEL SISTEMA (NOMINA-LOCK)
          01 WS-LCK-FUNCTION PIC X(1).
          01 WS-LCK-PROGRAM  PIC X(12) VALUE "NOMINA-EXTRA".
          01 WS-LCK-RESULT   PIC X(1).

      *         CONSULTA DE LA TABLA DE TASAS LEGALES (NOMINA-TASAS)
          01 WS-TAS-FUNCTION  PIC X(1) VALUE "F".
          01 WS-TAS-VERSION   PIC 9(3) VALUE ZERO.
          01 WS-TAS-RESULT    PIC X(1).
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-RATE-RECORD==
               LEADING ==SR== BY ==WS-SR==.

      *         MEDIA POR PERIODO DE LOS EMPLEADOS POR HORAS: BRUTO
      *         DE LOS ULTIMOS PAGOS DE PERIODO VIVOS (SIN ANULAR)
      *         HASTA EL FIN DEL SEMESTRE, DESCONTADOS LOS AJUSTES
      *         RETROACTIVOS QUE CORRIGEN OTROS PERIODOS. SE CARGA
      *         EN MEMORIA CON UNA SOLA PASADA DEL HISTORICO
          01 WS-AVG-PERIODS   PIC 9(2) VALUE 6.
          01 WS-AVG-TABLE.
             05 WS-AVG-ENTRY OCCURS 10000 TIMES.
                10 WS-AVG-EMP-ID  PIC 9(5).
                10 WS-AVG-AMOUNT  PIC 9(5)V99.
                10 WS-AVG-COUNT   PIC 9(2).
          01 WS-AVG-TOTAL     PIC 9(5) VALUE ZERO.
          01 WS-AVG-IX        PIC 9(5).
          01 WS-AVG-FOUND     PIC X VALUE "N".
      *         ULTIMOS IMPORTES DEL EMPLEADO EN CURSO DE LA PASADA
      *         (BUFFER CIRCULAR: EL HISTORICO VIENE POR EMPLEADO Y
      *         FIN DE PERIODO ASCENDENTE)
          01 WS-RING.
             05 WS-RING-AMT OCCURS 6 TIMES PIC S9(5).
          01 WS-RING-COUNT    PIC 9(2) VALUE ZERO.
          01 WS-RING-NEXT     PIC 9(2) VALUE 1.
          01 WS-RING-IX       PIC 9(2).
          01 WS-RING-SUM      PIC S9(7) VALUE ZERO.
          01 WS-RING-EMP-ID   PIC 9(5) VALUE ZERO.
          01 WS-HIST-AMT      PIC S9(5).

      *         IMPORTE DE LA PAGA DEL EMPLEADO EN CURSO ANTES DE
      *         PASARLO A LA CALCULADORA (CON MARGEN PARA DETECTAR
      *         IMPORTES QUE NO CABEN EN EL SALARIO DEL PERIODO)
          01 WS-EXTRA-AMOUNT  PIC 9(7)V99 VALUE ZERO.
          01 WS-EMP-GROUP     PIC X(1).
          01 WS-REJECT-REASON PIC X(30).

      *         PRORRATEO POR DIAS TRABAJADOS EN EL SEMESTRE (ALTAS
      *         Y BAJAS DENTRO DEL SEMESTRE DE DEVENGO)
          01 WS-PRORATE-FACTOR PIC 9V9999 VALUE 1.
          01 WS-WORK-START     PIC X(8).
          01 WS-WORK-END       PIC X(8).
          01 WS-PERIOD-DAYS    PIC S9(5) VALUE ZERO.
          01 WS-OVERLAP-DAYS   PIC S9(5) VALUE ZERO.
          01 WS-DATE-INT-1     PIC 9(8) VALUE ZERO.
          01 WS-DATE-INT-2     PIC 9(8) VALUE ZERO.
          01 WS-TERM-OK        PIC X.

      *         PARAMETROS DE CALCULADORA-SALARIO (MISMO INTERFAZ
      *         QUE EL RUN DE PERIODO; LA FUNCION "E" LIQUIDA LA
      *         PAGA EXTRA COMO UN IMPORTE FIJO SIN HORAS)
          01 EMPLOYEE-ID        PIC 9(5).
          01 EMPLOYEE-NAME      PIC X(10).
          01 WS-HOURS-REGULAR   PIC 9(3) VALUE ZERO.
          01 WS-HOURS-OVERTIME  PIC 9(3) VALUE ZERO.
          01 WS-HOURS-HOLIDAY   PIC 9(3) VALUE ZERO.
          01 WS-HOURS-SICK      PIC 9(3) VALUE ZERO.
          01 WS-HOURS-VACATION  PIC 9(3) VALUE ZERO.
          01 WS-PAY-RATE        PIC 9(3)V99.
          01 WS-EMP-DEPT        PIC X(4).
          01 WS-OUT-BRUTO       PIC 9(5).
          01 WS-OUT-DEDUCCIONES PIC 9(5).
          01 WS-OUT-NETO        PIC 9(5).
          01 WS-CALC-FUNCTION   PIC X(1) VALUE "E".
          01 WS-DEPT-OVERFLOW-DEPT PIC X(4).
          01 WS-BANK-ACCT       PIC X(24).
          01 WS-ADJ-AMOUNT      PIC S9(5) VALUE ZERO.
          01 WS-ADJ-PERIOD      PIC X(8) VALUE SPACES.
          01 WS-PAY-TYPE        PIC X(1) VALUE "S".
          01 WS-PAY-SALARY      PIC 9(5)V99 VALUE ZERO.
          01 WS-VAC-BALANCE     PIC 9(3)V99 VALUE ZERO.
          01 WS-SICK-BALANCE    PIC 9(3)V99 VALUE ZERO.
          01 WS-RUN-YTD-BRUTO   PIC 9(7)V99 VALUE ZERO.
          01 WS-RUN-YTD-DEDUC   PIC 9(7)V99 VALUE ZERO.
          01 WS-RUN-YTD-NETO    PIC 9(7)V99 VALUE ZERO.
          01 WS-BALANCE-FLAG    PIC X(1) VALUE SPACE.
          01 WS-ACCRUED-FLAG    PIC X(1) VALUE "N".
          01 WS-SKIP-FLAG       PIC X(1) VALUE "N".
          01 WS-DEPT-SPLIT.
             05 WS-SPLIT-COUNT PIC 9(2) VALUE ZERO.
             05 WS-SPLIT-ENTRY OCCURS 10 TIMES.
                10 WS-SPLIT-DEPT  PIC X(4).
                10 WS-SPLIT-HOURS PIC 9(3).

      *         CONTADORES DEL RUN
          01 WS-COUNT-PAID      PIC 9(5) VALUE ZERO.
          01 WS-COUNT-REJECTED  PIC 9(5) VALUE ZERO.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY
               "*****************************"
               "*****************************"
               DISPLAY
               "*  NOMINA - RUN DE PAGA EXTRAORDINARIA "
               "(JUNIO/DICIEMBRE)  *"
               DISPLAY
               "*****************************"
               "*****************************" X"0A".

               PERFORM Ext-SIGNON.
               PERFORM Ext-ASK-PAGA.
               PERFORM Ext-CHECK-CLOSED-YEAR.
               IF WS-YEAR-CLOSED = "Y"
                  DISPLAY "ERROR: el ejercicio " WS-EXTRA-YEAR
                          " esta CERRADO; run rechazado"
                  STOP RUN
               END-IF.
               PERFORM Ext-LOAD-RATES.

               DISPLAY "Se liquidara la paga extraordinaria con "
                       "devengo " WS-PERIOD-START " a "
                       WS-PERIOD-END ". ¿Confirmar? (S/N): ".
               ACCEPT WS-CONFIRM.
               IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
                  DISPLAY "Run cancelado."
                  STOP RUN
               END-IF.

               PERFORM Ext-ACQUIRE-LOCK.
               PERFORM Ext-CHECK-PENDING.
               PERFORM Ext-LOG-START.

               PERFORM Ext-LOAD-AVERAGES.

               OPEN I-O EMPLOYEE-MASTER-FILE.
               IF WS-EMP-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir EMPLOYEE-MASTER "
                          "(status " WS-EMP-STATUS ")"
                  PERFORM Ext-RELEASE-LOCK
                  STOP RUN
               END-IF.
               OPEN INPUT DEPARTMENT-MASTER-FILE.
               IF WS-DPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir el maestro de "
                          "departamentos DEPTMAST.DAT (status "
                          WS-DPT-STATUS "); ejecutar DEPTMAST-INIT"
                  PERFORM Ext-RELEASE-LOCK
                  STOP RUN
               END-IF.

               PERFORM Ext-PROCESS-EMPLOYEES.
               PERFORM Ext-FINALIZE.
               STOP RUN.

      *         IDENTIFICA AL OPERADOR MEDIANTE EL SIGN-ON COMUN
          Ext-SIGNON.
               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; run cancelado."
                  STOP RUN
               END-IF.

      *         PIDE EL EJERCICIO Y LA PAGA Y FIJA EL SEMESTRE DE
      *         DEVENGO
          Ext-ASK-PAGA.
               DISPLAY "Ejercicio de la paga (AAAA): ".
               ACCEPT WS-EXTRA-YEAR.
               IF WS-EXTRA-YEAR IS NOT NUMERIC
                  DISPLAY "ERROR: ejercicio '" WS-EXTRA-YEAR
                          "' no valido; run cancelado"
                  STOP RUN
               END-IF.
               DISPLAY "Paga (J = junio, D = diciembre): ".
               ACCEPT WS-EXTRA-PAGA.
               EVALUATE WS-EXTRA-PAGA
                  WHEN "J"
                  WHEN "j"
                     MOVE "J" TO WS-EXTRA-PAGA
                     STRING WS-EXTRA-YEAR "0101"
                            DELIMITED BY SIZE INTO WS-PERIOD-START
                     STRING WS-EXTRA-YEAR "0630"
                            DELIMITED BY SIZE INTO WS-PERIOD-END
                  WHEN "D"
                  WHEN "d"
                     MOVE "D" TO WS-EXTRA-PAGA
                     STRING WS-EXTRA-YEAR "0701"
                            DELIMITED BY SIZE INTO WS-PERIOD-START
                     STRING WS-EXTRA-YEAR "1231"
                            DELIMITED BY SIZE INTO WS-PERIOD-END
                  WHEN OTHER
                     DISPLAY "ERROR: paga '" WS-EXTRA-PAGA
                             "' no valida; run cancelado"
                     STOP RUN
               END-EVALUATE.

      *         COMPRUEBA EN CIERRES.DAT SI EL EJERCICIO DE LA PAGA
      *         YA ESTA CERRADO
          Ext-CHECK-CLOSED-YEAR.
               MOVE "N" TO WS-YEAR-CLOSED.
               MOVE "N" TO WS-CLO-EOF.
               OPEN INPUT CLOSED-YEARS-FILE.
               IF WS-CLO-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL WS-CLO-EOF = "Y"
                  READ CLOSED-YEARS-FILE
                     AT END
                        MOVE "Y" TO WS-CLO-EOF
                     NOT AT END
                        IF CLOSED-YEAR-LINE = WS-EXTRA-YEAR
                           MOVE "Y" TO WS-YEAR-CLOSED
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE CLOSED-YEARS-FILE.

      *         LA PAGA SE LIQUIDA CON LA VERSION DE TASAS LEGALES
      *         VIGENTE EN EL FIN DEL SEMESTRE (LA MISMA QUE
      *         APLICARA LA CALCULADORA)
          Ext-LOAD-RATES.
               MOVE "F" TO WS-TAS-FUNCTION.
               CALL "NOMINA-TASAS"
                  USING  WS-TAS-FUNCTION
                         WS-PERIOD-END
                         WS-TAS-VERSION
                         WS-RATE-RECORD
                         WS-TAS-RESULT.
               IF WS-TAS-RESULT NOT = "Y"
                  DISPLAY "ERROR: no hay version de tasas legales "
                          "vigente para el fin de periodo "
                          WS-PERIOD-END "; run rechazado"
                  STOP RUN
               END-IF.
               DISPLAY "Tasas legales: version " WS-SR-VERSION
                       " (efecto " WS-SR-EFF-DATE ").".

          Ext-ACQUIRE-LOCK.
               MOVE "A" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.
               IF WS-LCK-RESULT NOT = "Y"
                  STOP RUN
               END-IF.

          Ext-RELEASE-LOCK.
               MOVE "R" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.

      *         CON UN RUN (DE PERIODO O DE PAGA EXTRA) AUN SIN
      *         LIBERAR, LA PAGA EXTRA MACHACARIA SUS .PND Y SU
      *         REGISTRO DE CONTROL: SE RECHAZA SIN OPCION DE
      *         FORZARLO; HAY QUE LIBERAR O ANULAR PRIMERO
          Ext-CHECK-PENDING.
               OPEN INPUT PENDING-FILE.
               IF WS-PEN-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               READ PENDING-FILE
                  AT END
                     CLOSE PENDING-FILE
                     EXIT PARAGRAPH
               END-READ.
               IF PEN-STATUS = "P"
                  DISPLAY "ERROR: hay un run del periodo "
                          PEN-PERIOD-START " a " PEN-PERIOD-END
                          " calculado por " PEN-OPERATOR-ID
                          " PENDIENTE de liberar (NOMINA-RELEASE);"
                          " run cancelado"
                  CLOSE PENDING-FILE
                  PERFORM Ext-RELEASE-LOCK
                  STOP RUN
               END-IF.
               CLOSE PENDING-FILE.

      *         CARGA LA MEDIA POR PERIODO DE CADA EMPLEADO CON UNA
      *         PASADA DEL HISTORICO: SOLO PAGOS DE PERIODO ("P")
      *         NO ANULADOS CON FIN DE PERIODO HASTA EL FIN DEL
      *         SEMESTRE; DE CADA UNO CUENTA EL BRUTO MENOS EL
      *         AJUSTE RETROACTIVO QUE LLEVABA (QUE CORRESPONDE A
      *         OTRO PERIODO). SIN HISTORICO LA TABLA QUEDA VACIA
      *         Y LOS EMPLEADOS POR HORAS SE RECHAZAN
          Ext-LOAD-AVERAGES.
               MOVE ZERO TO WS-AVG-TOTAL.
               MOVE ZERO TO WS-RING-COUNT WS-RING-EMP-ID.
               MOVE 1    TO WS-RING-NEXT.
               OPEN INPUT PAYROLL-HISTORY-FILE.
               IF WS-HIST-STATUS NOT = "00"
                  DISPLAY "AVISO: no se pudo abrir PAYHIST.DAT "
                          "(status " WS-HIST-STATUS "); los "
                          "empleados por horas no tendran media"
                  EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-HIST-EOF.
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
                        IF PH-REC-TYPE = "P" AND
                           PH-REVERSED NOT = "Y" AND
                           PH-PERIOD-END <= WS-PERIOD-END
                           PERFORM Ext-RING-ADD
                        END-IF
                  END-READ
               END-PERFORM.
               PERFORM Ext-RING-FLUSH.
               CLOSE PAYROLL-HISTORY-FILE.

      *         ANOTA UN PAGO EN EL BUFFER DEL EMPLEADO EN CURSO;
      *         AL CAMBIAR DE EMPLEADO SE GUARDA LA MEDIA DEL
      *         ANTERIOR
          Ext-RING-ADD.
               IF PH-EMP-ID NOT = WS-RING-EMP-ID
                  PERFORM Ext-RING-FLUSH
                  MOVE PH-EMP-ID TO WS-RING-EMP-ID
                  MOVE ZERO TO WS-RING-COUNT
                  MOVE 1    TO WS-RING-NEXT
               END-IF.
               MOVE PH-BRUTO TO WS-HIST-AMT.
               IF PH-ADJ-AMOUNT IS NUMERIC
                  IF PH-ADJ-SIGN = "-"
                     ADD PH-ADJ-AMOUNT TO WS-HIST-AMT
                  ELSE
                     SUBTRACT PH-ADJ-AMOUNT FROM WS-HIST-AMT
                  END-IF
               END-IF.
               MOVE WS-HIST-AMT TO WS-RING-AMT(WS-RING-NEXT).
               IF WS-RING-COUNT < WS-AVG-PERIODS
                  ADD 1 TO WS-RING-COUNT
               END-IF.
               ADD 1 TO WS-RING-NEXT.
               IF WS-RING-NEXT > WS-AVG-PERIODS
                  MOVE 1 TO WS-RING-NEXT
               END-IF.

          Ext-RING-FLUSH.
               IF WS-RING-COUNT = ZERO
                  EXIT PARAGRAPH
               END-IF.
               IF WS-AVG-TOTAL >= 10000
                  DISPLAY "ERROR: tabla de medias agotada (10000); "
                          "run abortado"
                  PERFORM Ext-RELEASE-LOCK
                  STOP RUN
               END-IF.
               MOVE ZERO TO WS-RING-SUM.
               PERFORM VARYING WS-RING-IX FROM 1 BY 1
                       UNTIL WS-RING-IX > WS-RING-COUNT
                  ADD WS-RING-AMT(WS-RING-IX) TO WS-RING-SUM
               END-PERFORM.
               ADD 1 TO WS-AVG-TOTAL.
               MOVE WS-RING-EMP-ID TO WS-AVG-EMP-ID(WS-AVG-TOTAL).
               MOVE WS-RING-COUNT  TO WS-AVG-COUNT(WS-AVG-TOTAL).
               IF WS-RING-SUM <= ZERO
                  MOVE ZERO TO WS-AVG-AMOUNT(WS-AVG-TOTAL)
               ELSE
                  COMPUTE WS-AVG-AMOUNT(WS-AVG-TOTAL) ROUNDED =
                          WS-RING-SUM / WS-RING-COUNT
               END-IF.
               MOVE ZERO TO WS-RING-COUNT.

      *         RECORRE EL MAESTRO DE EMPLEADOS Y LIQUIDA LA PAGA
      *         DE CADA UNO QUE TENGA DERECHO
          Ext-PROCESS-EMPLOYEES.
               MOVE ZERO TO EMP-ID.
               MOVE "N" TO WS-EMP-EOF.
               START EMPLOYEE-MASTER-FILE KEY IS >= EMP-ID
                  INVALID KEY
                     MOVE "Y" TO WS-EMP-EOF
               END-START.
               PERFORM UNTIL WS-EMP-EOF = "Y"
                  READ EMPLOYEE-MASTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-EMP-EOF
                     NOT AT END
                        PERFORM Ext-ONE-EMPLOYEE
                  END-READ
               END-PERFORM.

      *         PAGA DE UN EMPLEADO: ACTIVOS, Y DADOS DE BAJA CUYA
      *         FECHA DE BAJA CAE DENTRO DEL SEMESTRE (PAGA
      *         PRORRATEADA). ASALARIADOS: UN SALARIO (MENSUAL; EL
      *         SEMANAL SE PASA A MES CON 52/12). POR HORAS: LA
      *         MEDIA DEL HISTORICO, PASADA A MES IGUAL
          Ext-ONE-EMPLOYEE.
               PERFORM Ext-CHECK-TERM.
               IF WS-TERM-OK = "N"
                  EXIT PARAGRAPH
               END-IF.
               MOVE EMP-ID   TO EMPLOYEE-ID.
               MOVE EMP-NAME TO EMPLOYEE-NAME.
               MOVE EMP-RATE TO WS-PAY-RATE.
               MOVE EMP-DEPT TO WS-EMP-DEPT.
               MOVE EMP-PAY-GROUP TO WS-EMP-GROUP.
               IF WS-EMP-GROUP = SPACE
                  MOVE "M" TO WS-EMP-GROUP
               END-IF.

               IF EMP-PAY-TYPE = "S"
                  MOVE EMP-SALARY TO WS-EXTRA-AMOUNT
               ELSE
                  PERFORM Ext-FIND-AVERAGE
                  IF WS-AVG-FOUND = "N"
                     MOVE "SIN PAGOS EN EL HISTORICO"
                       TO WS-REJECT-REASON
                     PERFORM Ext-LOG-REJECTED
                     EXIT PARAGRAPH
                  END-IF
                  MOVE WS-AVG-AMOUNT(WS-AVG-IX) TO WS-EXTRA-AMOUNT
               END-IF.
               IF WS-EMP-GROUP = "W"
                  COMPUTE WS-EXTRA-AMOUNT ROUNDED =
                          WS-EXTRA-AMOUNT * 52 / 12
               END-IF.
               PERFORM Ext-PRORATE.
               IF WS-EXTRA-AMOUNT = ZERO
                  MOVE "IMPORTE DE LA PAGA CERO"
                    TO WS-REJECT-REASON
                  PERFORM Ext-LOG-REJECTED
                  EXIT PARAGRAPH
               END-IF.
               IF WS-EXTRA-AMOUNT > 99999.99
                  MOVE "IMPORTE FUERA DE RANGO"
                    TO WS-REJECT-REASON
                  PERFORM Ext-LOG-REJECTED
                  EXIT PARAGRAPH
               END-IF.

               MOVE WS-EMP-DEPT TO DPT-CODE.
               READ DEPARTMENT-MASTER-FILE
                    INVALID KEY
                       MOVE "DEPARTAMENTO DESCONOCIDO"
                         TO WS-REJECT-REASON
                       PERFORM Ext-LOG-REJECTED
                       EXIT PARAGRAPH
               END-READ.

               IF EMP-BANK-STATUS = "R"
                  MOVE SPACES TO WS-BANK-ACCT
               ELSE
                  MOVE EMP-BANK-ACCT TO WS-BANK-ACCT
               END-IF.
               MOVE WS-EXTRA-AMOUNT TO WS-PAY-SALARY.
               PERFORM Ext-CALL-CALCULADORA.

      *         LOCALIZA LA MEDIA DEL EMPLEADO EN CURSO
          Ext-FIND-AVERAGE.
               MOVE "N" TO WS-AVG-FOUND.
               PERFORM VARYING WS-AVG-IX FROM 1 BY 1
                       UNTIL WS-AVG-IX > WS-AVG-TOTAL
                          OR WS-AVG-FOUND = "Y"
                  IF WS-AVG-EMP-ID(WS-AVG-IX) = EMP-ID
                     MOVE "Y" TO WS-AVG-FOUND
                  END-IF
               END-PERFORM.
               IF WS-AVG-FOUND = "Y"
                  SUBTRACT 1 FROM WS-AVG-IX
               END-IF.

      *         UN EMPLEADO DADO DE BAJA SOLO COBRA LA PAGA SI SU
      *         FECHA DE BAJA CAE DENTRO DEL SEMESTRE DE DEVENGO
          Ext-CHECK-TERM.
               MOVE "N" TO WS-TERM-OK.
               IF EMP-STATUS NOT = "B"
                  MOVE "Y" TO WS-TERM-OK
                  EXIT PARAGRAPH
               END-IF.
               IF EMP-TERM-DATE IS NUMERIC AND
                  EMP-TERM-DATE NOT = "00000000" AND
                  EMP-TERM-DATE >= WS-PERIOD-START
                  MOVE "Y" TO WS-TERM-OK
               END-IF.

      *         PRORRATEO DE LA PAGA POR LOS DIAS DEL SEMESTRE
      *         COMPRENDIDOS ENTRE EL ALTA Y LA BAJA DEL EMPLEADO
          Ext-PRORATE.
               MOVE 1 TO WS-PRORATE-FACTOR.
               MOVE WS-PERIOD-START TO WS-WORK-START.
               MOVE WS-PERIOD-END   TO WS-WORK-END.
               IF EMP-HIRE-DATE IS NUMERIC AND
                  EMP-HIRE-DATE NOT = "00000000" AND
                  EMP-HIRE-DATE > WS-WORK-START
                  MOVE EMP-HIRE-DATE TO WS-WORK-START
               END-IF.
               IF EMP-TERM-DATE IS NUMERIC AND
                  EMP-TERM-DATE NOT = "00000000" AND
                  EMP-TERM-DATE < WS-WORK-END
                  MOVE EMP-TERM-DATE TO WS-WORK-END
               END-IF.
               IF WS-WORK-START = WS-PERIOD-START AND
                  WS-WORK-END = WS-PERIOD-END
                  EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-DATE-INT-1 = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-PERIOD-START)).
               COMPUTE WS-DATE-INT-2 = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-PERIOD-END)).
               COMPUTE WS-PERIOD-DAYS =
                       WS-DATE-INT-2 - WS-DATE-INT-1 + 1.
               COMPUTE WS-DATE-INT-1 = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-WORK-START)).
               COMPUTE WS-DATE-INT-2 = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-WORK-END)).
               COMPUTE WS-OVERLAP-DAYS =
                       WS-DATE-INT-2 - WS-DATE-INT-1 + 1.
               IF WS-PERIOD-DAYS <= ZERO
                  EXIT PARAGRAPH
               END-IF.
               IF WS-OVERLAP-DAYS <= ZERO
                  MOVE ZERO TO WS-PRORATE-FACTOR
               ELSE
                  COMPUTE WS-PRORATE-FACTOR ROUNDED =
                          WS-OVERLAP-DAYS / WS-PERIOD-DAYS
               END-IF.
               IF WS-PRORATE-FACTOR < 1
                  COMPUTE WS-EXTRA-AMOUNT ROUNDED =
                          WS-EXTRA-AMOUNT * WS-PRORATE-FACTOR
                  DISPLAY "AVISO: semestre parcial del empleado "
                          EMP-ID " (" WS-OVERLAP-DAYS " de "
                          WS-PERIOD-DAYS " dias); paga prorrateada"
               END-IF.

      *         LIQUIDA LA PAGA CON LA CALCULADORA (FUNCION "E":
      *         IMPORTE FIJO, SIN HORAS, SIN DEVENGO DE SALDOS NI
      *         DEDUCCIONES RECURRENTES) Y ACTUALIZA LOS YTD
          Ext-CALL-CALCULADORA.
               MOVE "E" TO WS-CALC-FUNCTION.
               MOVE SPACES TO WS-DEPT-OVERFLOW-DEPT.
               MOVE "S" TO WS-PAY-TYPE.
               MOVE "N" TO WS-ACCRUED-FLAG.
               MOVE ZERO TO WS-HOURS-REGULAR WS-HOURS-OVERTIME
                            WS-HOURS-HOLIDAY WS-HOURS-SICK
                            WS-HOURS-VACATION
                            WS-ADJ-AMOUNT
                            WS-SPLIT-COUNT.
               MOVE SPACES TO WS-ADJ-PERIOD.
               MOVE EMP-VAC-BALANCE  TO WS-VAC-BALANCE.
               MOVE EMP-SICK-BALANCE TO WS-SICK-BALANCE.
               CALL "CALCULADORA-SALARIO"
                  USING  EMPLOYEE-ID
                          EMPLOYEE-NAME
                          WS-HOURS-REGULAR
                          WS-HOURS-OVERTIME
                          WS-HOURS-HOLIDAY
                          WS-HOURS-SICK
                          WS-HOURS-VACATION
                          WS-PAY-RATE
                          WS-EMP-DEPT
                          WS-OUT-BRUTO
                          WS-OUT-DEDUCCIONES
                          WS-OUT-NETO
                          WS-PERIOD-START
                          WS-PERIOD-END
                          WS-CALC-FUNCTION
                          WS-DEPT-OVERFLOW-DEPT
                          WS-BANK-ACCT
                          WS-ADJ-AMOUNT
                          WS-ADJ-PERIOD
                          WS-PAY-TYPE
                          WS-PAY-SALARY
                          WS-VAC-BALANCE
                          WS-SICK-BALANCE
                          WS-RUN-YTD-BRUTO
                          WS-RUN-YTD-DEDUC
                          WS-RUN-YTD-NETO
                          WS-BALANCE-FLAG
                          WS-ACCRUED-FLAG
                          WS-SKIP-FLAG
                          WS-DEPT-SPLIT
                          WS-EMP-GROUP.
      *         CON UNA PAGA EXTRA VIVA YA GRABADA PARA ESTE
      *         SEMESTRE LA CALCULADORA NO PAGA: NO SE TOCA EL
      *         MAESTRO Y SE DEJA CONSTANCIA
               IF WS-SKIP-FLAG = "S"
                  MOVE "PAGA EXTRA YA EN HISTORICO"
                    TO WS-REJECT-REASON
                  PERFORM Ext-LOG-REJECTED
               ELSE
               IF WS-DEPT-OVERFLOW-DEPT NOT = SPACES
                  MOVE "LIMITE 100 DEPTOS GL-EXTRACT"
                    TO WS-REJECT-REASON
                  PERFORM Ext-LOG-WARNING
               END-IF

               ADD WS-OUT-BRUTO       TO EMP-YTD-GROSS
               ADD WS-OUT-DEDUCCIONES TO EMP-YTD-DEDUCTIONS
               ADD WS-OUT-NETO        TO EMP-YTD-NET
               REWRITE EMPLOYEE-RECORD
               IF WS-EMP-STATUS = "00"
                  ADD WS-OUT-BRUTO       TO WS-RUN-YTD-BRUTO
                  ADD WS-OUT-DEDUCCIONES TO WS-RUN-YTD-DEDUC
                  ADD WS-OUT-NETO        TO WS-RUN-YTD-NETO
                  ADD 1 TO WS-COUNT-PAID
               END-IF
               IF WS-EMP-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo actualizar YTD del "
                          "empleado " EMP-ID
                          " (status " WS-EMP-STATUS ")"
               END-IF
               END-IF.

      *         REGISTRA EN EL FICHERO DE INCIDENCIAS UN EMPLEADO
      *         SIN PAGA EXTRA Y EL MOTIVO
          Ext-LOG-REJECTED.
               ADD 1 TO WS-COUNT-REJECTED.
               PERFORM Ext-LOG-WARNING.

      *         LINEA DEL FICHERO DE INCIDENCIAS CON EL MOTIVO EN
      *         WS-REJECT-REASON (TAMBIEN PARA AVISOS SOBRE UN
      *         EMPLEADO QUE SI COBRA)
          Ext-LOG-WARNING.
               IF WS-EXC-OPEN = "N"
                  OPEN EXTEND EXCEPTION-LOG-FILE
                  IF WS-EXC-STATUS = "35"
                     OPEN OUTPUT EXCEPTION-LOG-FILE
                  END-IF
                  MOVE "Y" TO WS-EXC-OPEN
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
               MOVE SPACES TO EXCEPTION-LINE.
               STRING "RECHAZADO EMP=" EMP-ID
                      " PAGA EXTRA " WS-REJECT-REASON
                      " TS=" WS-TIMESTAMP(1:14)
                      INTO EXCEPTION-LINE.
               WRITE EXCEPTION-LINE.

          Ext-OPEN-AUDIT.
               IF WS-AUDIT-OPEN = "N"
                  OPEN EXTEND AUDIT-LOG-FILE
                  IF WS-AUDIT-STATUS = "35"
                     OPEN OUTPUT AUDIT-LOG-FILE
                  END-IF
                  MOVE "Y" TO WS-AUDIT-OPEN
               END-IF.

      *         AUDITORIA: OPERADOR QUE INICIA LA PAGA Y SEMESTRE
          Ext-LOG-START.
               PERFORM Ext-OPEN-AUDIT.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE SPACES TO AUDIT-LINE.
               STRING "OPERADOR=" WS-OPERATOR-ID
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " PAGA EXTRA INICIADA DEVENGO="
                      WS-PERIOD-START "-" WS-PERIOD-END
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

      *         AUDITORIA: VEREDICTO DEL CUADRE DE FIN DE RUN
          Ext-LOG-BALANCE.
               PERFORM Ext-OPEN-AUDIT.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE SPACES TO AUDIT-LINE.
               IF WS-BALANCE-FLAG = "E"
                  STRING "OPERADOR=" WS-OPERATOR-ID
                         " TS=" WS-AUDIT-TIMESTAMP(1:14)
                         " PAGA EXTRA EQUILIBRADA"
                         INTO AUDIT-LINE
               ELSE
                  STRING "OPERADOR=" WS-OPERATOR-ID
                         " TS=" WS-AUDIT-TIMESTAMP(1:14)
                         " PAGA EXTRA FUERA DE CUADRE "
                         "(VER CONTROL.RPT)"
                         INTO AUDIT-LINE
               END-IF.
               WRITE AUDIT-LINE.

      *         DEJA LA PAGA PENDIENTE DE APROBACION: PAYSLIPS,
      *         EXTRACTO Y FICHERO BANCARIO QUEDAN EN .PND HASTA
      *         QUE UN SEGUNDO OPERADOR LOS LIBERE CON
      *         NOMINA-RELEASE. NO HAY PERIODO DE CALENDARIO NI
      *         INFORME DE VARIACIONES
          Ext-WRITE-PENDING.
               OPEN OUTPUT PENDING-FILE.
               IF WS-PEN-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear PENDING.DAT "
                          "(status " WS-PEN-STATUS ")"
                  EXIT PARAGRAPH
               END-IF.
               MOVE "P"             TO PEN-STATUS.
               MOVE WS-OPERATOR-ID  TO PEN-OPERATOR-ID.
               MOVE WS-PERIOD-START TO PEN-PERIOD-START.
               MOVE WS-PERIOD-END   TO PEN-PERIOD-END.
               MOVE WS-BALANCE-FLAG TO PEN-BALANCE-FLAG.
               MOVE WS-RUN-YTD-NETO TO PEN-TOTAL-NETO.
               MOVE ZERO            TO PEN-VAR-COUNT.
               MOVE SPACE           TO PEN-PAY-GROUP.
               MOVE "E"             TO PEN-RUN-TYPE.
               WRITE PENDING-RECORD.
               CLOSE PENDING-FILE.
               DISPLAY "Salidas de la paga extra en estado "
                       "PENDIENTE; un segundo operador debe "
                       "liberarlas con NOMINA-RELEASE.".

      *         CIERRA LOS FICHEROS DE LA CALCULADORA (REGISTRO,
      *         CONTROL DE CUADRE Y EXTRACTO CONTABLE), DEJA EL RUN
      *         PENDIENTE Y LIBERA EL CERROJO
          Ext-FINALIZE.
               MOVE "F" TO WS-CALC-FUNCTION.
               MOVE SPACES TO WS-DEPT-OVERFLOW-DEPT.
               CALL "CALCULADORA-SALARIO"
                  USING  EMPLOYEE-ID
                          EMPLOYEE-NAME
                          WS-HOURS-REGULAR
                          WS-HOURS-OVERTIME
                          WS-HOURS-HOLIDAY
                          WS-HOURS-SICK
                          WS-HOURS-VACATION
                          WS-PAY-RATE
                          WS-EMP-DEPT
                          WS-OUT-BRUTO
                          WS-OUT-DEDUCCIONES
                          WS-OUT-NETO
                          WS-PERIOD-START
                          WS-PERIOD-END
                          WS-CALC-FUNCTION
                          WS-DEPT-OVERFLOW-DEPT
                          WS-BANK-ACCT
                          WS-ADJ-AMOUNT
                          WS-ADJ-PERIOD
                          WS-PAY-TYPE
                          WS-PAY-SALARY
                          WS-VAC-BALANCE
                          WS-SICK-BALANCE
                          WS-RUN-YTD-BRUTO
                          WS-RUN-YTD-DEDUC
                          WS-RUN-YTD-NETO
                          WS-BALANCE-FLAG
                          WS-ACCRUED-FLAG
                          WS-SKIP-FLAG
                          WS-DEPT-SPLIT
                          WS-EMP-GROUP.
               PERFORM Ext-LOG-BALANCE.
               PERFORM Ext-WRITE-PENDING.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE DEPARTMENT-MASTER-FILE.
               IF WS-EXC-OPEN = "Y"
                  CLOSE EXCEPTION-LOG-FILE
               END-IF.
               IF WS-AUDIT-OPEN = "Y"
                  CLOSE AUDIT-LOG-FILE
               END-IF.
               PERFORM Ext-RELEASE-LOCK.
               DISPLAY "Paga extraordinaria " WS-EXTRA-PAGA " "
                       WS-EXTRA-YEAR ": " WS-COUNT-PAID
                       " empleado(s) liquidado(s), "
                       WS-COUNT-REJECTED " rechazado(s).".
               DISPLAY "BRUTO "  WS-RUN-YTD-BRUTO
                       " DEDUCCIONES " WS-RUN-YTD-DEDUC
                       " NETO "  WS-RUN-YTD-NETO.

          END PROGRAM NOMINA-EXTRA.
