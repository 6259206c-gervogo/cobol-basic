          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-FINIQUITO.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      19/10/2026                     *
      *      Purpose:   Liquidacion final (finiquito)  *
      *                 de un empleado dado de baja:   *
      *                 paga las vacaciones no         *
      *                 disfrutadas a la tarifa        *
      *                 vigente, recupera el saldo de  *
      *                 los prestamos abiertos hasta   *
      *                 el limite legal, liquida con   *
      *                 la calculadora (historico,     *
      *                 fichero bancario y GLINTF) y   *
      *                 emite el documento de          *
      *                 finiquito para la firma        *
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

      *         DEDUCCIONES DEL EMPLEADO: SE LEEN LOS PRESTAMOS
      *         ABIERTOS ANTES Y DESPUES DE LIQUIDAR (LA CALCULADORA
      *         LOS ABRE EN MEDIO PARA DESCONTAR LO RECUPERADO)
              SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DED-KEY
                  FILE STATUS IS WS-DED-STATUS.

      *         EJERCICIOS CERRADOS (NOMINA-CIERRE): NO SE LIQUIDA
      *         UN FINIQUITO CON FECHA DE BAJA EN UN EJERCICIO YA
      *         CERRADO
              SELECT CLOSED-YEARS-FILE ASSIGN TO "CIERRES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLO-STATUS.

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

      *         CONTROL DE DOBLE FIRMA: EL FINIQUITO DEJA SUS
      *         SALIDAS EN .PND Y ESTE REGISTRO DE CONTROL (TIPO L)
      *         PARA NOMINA-RELEASE, COMO CUALQUIER OTRO RUN
              SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PEN-STATUS.

      *         DOCUMENTO DE FINIQUITO PARA LA FIRMA DEL EMPLEADO
              SELECT SETTLEMENT-FILE ASSIGN TO "FINIQUITO.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FIN-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  EMPLOYEE-MASTER-FILE.
          COPY EMPMAST.

          FD  DEPARTMENT-MASTER-FILE.
          COPY DEPTMAST.

          FD  DEDUCTION-MASTER-FILE.
          COPY DEDMAST.

          FD  CLOSED-YEARS-FILE.
          01  CLOSED-YEAR-LINE PIC X(4).

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(120).

          FD  PENDING-FILE.
          COPY PENDING.

          FD  SETTLEMENT-FILE.
          01  SETTLEMENT-LINE PIC X(100).

          WORKING-STORAGE SECTION.

          01 WS-EMP-STATUS   PIC X(2).
          01 WS-DPT-STATUS   PIC X(2).
          01 WS-DED-STATUS   PIC X(2).
          01 WS-CLO-STATUS   PIC X(2).
          01 WS-AUDIT-STATUS PIC X(2).
          01 WS-PEN-STATUS   PIC X(2).
          01 WS-FIN-STATUS   PIC X(2).

          01 WS-DED-EOF      PIC X VALUE "N".
          01 WS-CLO-EOF      PIC X VALUE "N".
          01 WS-AUDIT-OPEN   PIC X VALUE "N".
          01 WS-AUDIT-TIMESTAMP PIC X(21).
          01 WS-CONFIRM      PIC X.
          01 WS-IN-ID        PIC 9(5).

      *         FECHA DE BAJA DEL EMPLEADO: ES EL PERIODO (DE UN
      *         DIA) CON EL QUE EL FINIQUITO QUEDA EN EL HISTORICO
          01 WS-PERIOD-START PIC X(8) VALUE SPACES.
          01 WS-PERIOD-END   PIC X(8) VALUE SPACES.
          01 WS-TERM-YEAR    PIC X(4).
          01 WS-YEAR-CLOSED  PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR (OPERATOR-SIGNON) CON
      *         CAPACIDAD "C" DE CALCULAR NOMINA
          01 WS-OPERATOR-ID  PIC X(10).
          01 WS-SGN-ROLE     PIC X(1) VALUE "C".
          01 WS-SGN-TOKEN    PIC X(1) VALUE "N".
          01 WS-SGN-RESULT   PIC X(1).

      *         CERROJO GLOBAL DEL SISTEMA (NOMINA-LOCK)
          01 WS-LCK-FUNCTION PIC X(1).
          01 WS-LCK-PROGRAM  PIC X(12) VALUE "NOMINA-FINIQ".
          01 WS-LCK-RESULT   PIC X(1).

      *         CONSULTA DE LA TABLA DE TASAS LEGALES (NOMINA-TASAS)
          01 WS-TAS-FUNCTION  PIC X(1) VALUE "F".
          01 WS-TAS-VERSION   PIC 9(3) VALUE ZERO.
          01 WS-TAS-RESULT    PIC X(1).
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-RATE-RECORD==
               LEADING ==SR== BY ==WS-SR==.

      *         VALORACION DE LAS VACACIONES: TARIFA POR HORA DEL
      *         MAESTRO; LOS ASALARIADOS SIN TARIFA LA SACAN DE SU
      *         SALARIO SOBRE LAS HORAS ESTANDAR DEL PERIODO (40
      *         SEMANALES; 40 X 52 / 12 AL MES)
          01 WS-HOURLY-RATE   PIC 9(3)V99 VALUE ZERO.
          01 WS-STD-HOURS     PIC 9(3)V99 VALUE ZERO.
          01 WS-VAC-HOURS     PIC 9(3)V99 VALUE ZERO.
          01 WS-VAC-AMOUNT    PIC 9(7)V99 VALUE ZERO.
          01 WS-EMP-GROUP     PIC X(1).

      *         PRESTAMOS ABIERTOS DEL EMPLEADO (SALDO DECRECIENTE
      *         CON SALDO PENDIENTE) ANTES Y DESPUES DEL FINIQUITO
          01 WS-LOAN-TABLE.
             05 WS-LOAN-ENTRY OCCURS 20 TIMES.
                10 WS-LOAN-SEQ     PIC 9(2).
                10 WS-LOAN-DESC    PIC X(12).
                10 WS-LOAN-BEFORE  PIC 9(7).
                10 WS-LOAN-AFTER   PIC 9(7).
          01 WS-LOAN-COUNT    PIC 9(2) VALUE ZERO.
          01 WS-LOAN-IX       PIC 9(2).
          01 WS-LOAN-TOTAL    PIC 9(7) VALUE ZERO.
          01 WS-LOAN-RECOVER  PIC 9(7) VALUE ZERO.
          01 WS-LOAN-PENDING  PIC 9(7) VALUE ZERO.
          01 WS-LOAN-AMT      PIC 9(7).
      *         B = FOTO PREVIA A LA LIQUIDACION, A = POSTERIOR
          01 WS-LOAN-PASS     PIC X VALUE "B".

      *         IMPORTES EDITADOS DEL DOCUMENTO DE FINIQUITO
          01 WS-ED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
          01 WS-ED-HOURS      PIC ZZ9.99.
          01 WS-ED-RATE       PIC ZZ9.99.
          01 WS-ED-EUROS      PIC Z,ZZZ,ZZ9.
          01 WS-TODAY         PIC X(8).
          01 WS-RETENCIONES   PIC 9(5) VALUE ZERO.

      *         PARAMETROS DE CALCULADORA-SALARIO (MISMO INTERFAZ
      *         QUE EL RUN DE PERIODO; LA FUNCION "L" LIQUIDA EL
      *         FINIQUITO COMO UN IMPORTE FIJO SIN HORAS Y RECUPERA
      *         LOS PRESTAMOS ABIERTOS)
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
          01 WS-CALC-FUNCTION   PIC X(1) VALUE "L".
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

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY
               "*****************************"
               "*****************************"
               DISPLAY
               "*  NOMINA - LIQUIDACION FINAL (FINIQUITO) DE UN "
               "EMPLEADO  *"
               DISPLAY
               "*****************************"
               "*****************************" X"0A".

               PERFORM Fin-SIGNON.
               PERFORM Fin-ACQUIRE-LOCK.
               PERFORM Fin-CHECK-PENDING.

               OPEN I-O EMPLOYEE-MASTER-FILE.
               IF WS-EMP-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir EMPLOYEE-MASTER "
                          "(status " WS-EMP-STATUS ")"
                  PERFORM Fin-RELEASE-LOCK
                  STOP RUN
               END-IF.
               OPEN INPUT DEPARTMENT-MASTER-FILE.
               IF WS-DPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir el maestro de "
                          "departamentos DEPTMAST.DAT (status "
                          WS-DPT-STATUS "); ejecutar DEPTMAST-INIT"
                  PERFORM Fin-ABORT
               END-IF.

               PERFORM Fin-READ-EMPLOYEE.
               PERFORM Fin-CHECK-CLOSED-YEAR.
               IF WS-YEAR-CLOSED = "Y"
                  DISPLAY "ERROR: el ejercicio " WS-TERM-YEAR
                          " de la fecha de baja esta CERRADO; "
                          "finiquito rechazado"
                  PERFORM Fin-ABORT
               END-IF.
               PERFORM Fin-LOAD-RATES.
               PERFORM Fin-VALUE-VACATION.
               MOVE "B" TO WS-LOAN-PASS.
               PERFORM Fin-LOAD-LOANS.
               PERFORM Fin-SHOW-SETTLEMENT.

               DISPLAY "¿Liquidar el finiquito? (S/N): ".
               ACCEPT WS-CONFIRM.
               IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
                  DISPLAY "Finiquito cancelado."
                  PERFORM Fin-ABORT
               END-IF.

               PERFORM Fin-LOG-START.
               PERFORM Fin-CALL-CALCULADORA.
               PERFORM Fin-FINALIZE.
               STOP RUN.

      *         IDENTIFICA AL OPERADOR MEDIANTE EL SIGN-ON COMUN
          Fin-SIGNON.
               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; run cancelado."
                  STOP RUN
               END-IF.

          Fin-ACQUIRE-LOCK.
               MOVE "A" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.
               IF WS-LCK-RESULT NOT = "Y"
                  STOP RUN
               END-IF.

          Fin-RELEASE-LOCK.
               MOVE "R" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.

      *         SALIDA ANTES DE LIQUIDAR: CIERRA LOS MAESTROS Y
      *         LIBERA EL CERROJO SIN HABER TOCADO NADA
          Fin-ABORT.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE DEPARTMENT-MASTER-FILE.
               PERFORM Fin-RELEASE-LOCK.
               STOP RUN.

      *         CON UN RUN AUN SIN LIBERAR, EL FINIQUITO MACHACARIA
      *         SUS .PND Y SU REGISTRO DE CONTROL: SE RECHAZA SIN
      *         OPCION DE FORZARLO; HAY QUE LIBERAR O ANULAR PRIMERO
          Fin-CHECK-PENDING.
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
                          " finiquito cancelado"
                  CLOSE PENDING-FILE
                  PERFORM Fin-RELEASE-LOCK
                  STOP RUN
               END-IF.
               CLOSE PENDING-FILE.

      *         PIDE EL EMPLEADO: DEBE ESTAR DADO DE BAJA
      *         (EMPMAST-MAINT) CON SU FECHA DE BAJA INFORMADA
          Fin-READ-EMPLOYEE.
               DISPLAY "ID del empleado a liquidar: ".
               ACCEPT WS-IN-ID.
               MOVE WS-IN-ID TO EMP-ID.
               READ EMPLOYEE-MASTER-FILE
                    INVALID KEY
                       DISPLAY "ERROR: el empleado " WS-IN-ID
                               " no existe en EMPLOYEE-MASTER"
                       PERFORM Fin-ABORT
               END-READ.
               IF EMP-STATUS NOT = "B"
                  DISPLAY "ERROR: el empleado " WS-IN-ID
                          " no esta dado de baja; darlo de baja "
                          "primero con EMPMAST-MAINT"
                  PERFORM Fin-ABORT
               END-IF.
               IF EMP-TERM-DATE IS NOT NUMERIC OR
                  EMP-TERM-DATE = "00000000"
                  DISPLAY "ERROR: el empleado " WS-IN-ID
                          " no tiene fecha de baja; finiquito "
                          "rechazado"
                  PERFORM Fin-ABORT
               END-IF.
               MOVE EMP-TERM-DATE TO WS-PERIOD-START WS-PERIOD-END.
               MOVE EMP-TERM-DATE(1:4) TO WS-TERM-YEAR.
               MOVE EMP-PAY-GROUP TO WS-EMP-GROUP.
               IF WS-EMP-GROUP = SPACE
                  MOVE "M" TO WS-EMP-GROUP
               END-IF.

               MOVE EMP-DEPT TO DPT-CODE.
               READ DEPARTMENT-MASTER-FILE
                    INVALID KEY
                       DISPLAY "ERROR: departamento " EMP-DEPT
                               " del empleado no existe en "
                               "DEPTMAST; finiquito rechazado"
                       PERFORM Fin-ABORT
               END-READ.

      *         COMPRUEBA EN CIERRES.DAT SI EL EJERCICIO DE LA
      *         FECHA DE BAJA YA ESTA CERRADO
          Fin-CHECK-CLOSED-YEAR.
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
                        IF CLOSED-YEAR-LINE = WS-TERM-YEAR
                           MOVE "Y" TO WS-YEAR-CLOSED
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE CLOSED-YEARS-FILE.

      *         EL FINIQUITO SE LIQUIDA CON LA VERSION DE TASAS
      *         LEGALES VIGENTE EN LA FECHA DE BAJA (LA MISMA QUE
      *         APLICARA LA CALCULADORA)
          Fin-LOAD-RATES.
               MOVE "F" TO WS-TAS-FUNCTION.
               CALL "NOMINA-TASAS"
                  USING  WS-TAS-FUNCTION
                         WS-PERIOD-END
                         WS-TAS-VERSION
                         WS-RATE-RECORD
                         WS-TAS-RESULT.
               IF WS-TAS-RESULT NOT = "Y"
                  DISPLAY "ERROR: no hay version de tasas legales "
                          "vigente para la fecha de baja "
                          WS-PERIOD-END "; finiquito rechazado"
                  PERFORM Fin-ABORT
               END-IF.
               DISPLAY "Tasas legales: version " WS-SR-VERSION
                       " (efecto " WS-SR-EFF-DATE ").".

      *         VACACIONES NO DISFRUTADAS: SALDO EN HORAS X TARIFA
      *         POR HORA X MULTIPLICADOR DE VACACIONES DE LA VERSION
      *         DE TASAS
          Fin-VALUE-VACATION.
               MOVE EMP-VAC-BALANCE TO WS-VAC-HOURS.
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
                       WS-VAC-HOURS * WS-HOURLY-RATE
                     * WS-SR-VACATION-MULT.
               IF WS-VAC-AMOUNT > 99999.99
                  DISPLAY "ERROR: importe de vacaciones "
                          WS-VAC-AMOUNT " fuera de rango; "
                          "finiquito rechazado"
                  PERFORM Fin-ABORT
               END-IF.

      *         FOTO DE LOS PRESTAMOS ABIERTOS DEL EMPLEADO. CON
      *         WS-LOAN-PASS = "B" SE CARGA EL SALDO PREVIO; CON "A"
      *         SE ANOTA EL SALDO QUE QUEDA TRAS LIQUIDAR
          Fin-LOAD-LOANS.
               OPEN INPUT DEDUCTION-MASTER-FILE.
               IF WS-DED-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               MOVE EMP-ID TO DED-EMP-ID.
               MOVE ZERO   TO DED-SEQ.
               MOVE "N" TO WS-DED-EOF.
               START DEDUCTION-MASTER-FILE KEY IS >= DED-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-DED-EOF
               END-START.
               PERFORM UNTIL WS-DED-EOF = "Y"
                  READ DEDUCTION-MASTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-DED-EOF
                     NOT AT END
                        IF DED-EMP-ID NOT = EMP-ID
                           MOVE "Y" TO WS-DED-EOF
                        ELSE
                           PERFORM Fin-NOTE-LOAN
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE DEDUCTION-MASTER-FILE.

          Fin-NOTE-LOAN.
               IF DED-UNLIMITED = "S"
                  EXIT PARAGRAPH
               END-IF.
               IF WS-LOAN-PASS = "B"
                  IF DED-BALANCE = ZERO
                     EXIT PARAGRAPH
                  END-IF
                  IF WS-LOAN-COUNT >= 20
                     DISPLAY "AVISO: mas de 20 prestamos abiertos; "
                             "el documento solo detalla los 20 "
                             "primeros"
                     EXIT PARAGRAPH
                  END-IF
                  ADD 1 TO WS-LOAN-COUNT
                  MOVE DED-SEQ     TO WS-LOAN-SEQ(WS-LOAN-COUNT)
                  MOVE DED-DESC    TO WS-LOAN-DESC(WS-LOAN-COUNT)
                  MOVE DED-BALANCE TO WS-LOAN-BEFORE(WS-LOAN-COUNT)
                  MOVE DED-BALANCE TO WS-LOAN-AFTER(WS-LOAN-COUNT)
                  ADD DED-BALANCE  TO WS-LOAN-TOTAL
               ELSE
                  PERFORM VARYING WS-LOAN-IX FROM 1 BY 1
                          UNTIL WS-LOAN-IX > WS-LOAN-COUNT
                     IF WS-LOAN-SEQ(WS-LOAN-IX) = DED-SEQ
                        MOVE DED-BALANCE
                          TO WS-LOAN-AFTER(WS-LOAN-IX)
                     END-IF
                  END-PERFORM
               END-IF.

      *         RESUMEN EN PANTALLA ANTES DE CONFIRMAR
          Fin-SHOW-SETTLEMENT.
               DISPLAY "Empleado " EMP-ID " " EMP-NAME
                       "  departamento " EMP-DEPT
                       "  baja " EMP-TERM-DATE.
               MOVE WS-VAC-HOURS   TO WS-ED-HOURS.
               MOVE WS-HOURLY-RATE TO WS-ED-RATE.
               MOVE WS-VAC-AMOUNT  TO WS-ED-AMOUNT.
               DISPLAY "Vacaciones no disfrutadas: " WS-ED-HOURS
                       " h x " WS-ED-RATE " = " WS-ED-AMOUNT
                       " eur".
               MOVE WS-LOAN-TOTAL TO WS-ED-EUROS.
               DISPLAY "Prestamos abiertos: " WS-LOAN-COUNT
                       " con saldo total " WS-ED-EUROS " eur "
                       "(se recuperan hasta el limite legal)".
               IF WS-VAC-AMOUNT = ZERO
                  DISPLAY "AVISO: sin saldo de vacaciones; el "
                          "finiquito sale a cero y solo deja "
                          "constancia de la liquidacion"
               END-IF.

      *         LIQUIDA EL FINIQUITO CON LA CALCULADORA (FUNCION
      *         "L": IMPORTE FIJO, SIN HORAS NI DEVENGO DE SALDOS,
      *         RECUPERACION DE PRESTAMOS EN LUGAR DE LAS CUOTAS).
      *         EL SALDO DE VACACIONES PAGADO QUEDA A CERO
          Fin-CALL-CALCULADORA.
               MOVE EMP-ID   TO EMPLOYEE-ID.
               MOVE EMP-NAME TO EMPLOYEE-NAME.
               MOVE WS-HOURLY-RATE TO WS-PAY-RATE.
               MOVE EMP-DEPT TO WS-EMP-DEPT.
               IF EMP-BANK-STATUS = "R"
                  MOVE SPACES TO WS-BANK-ACCT
               ELSE
                  MOVE EMP-BANK-ACCT TO WS-BANK-ACCT
               END-IF.
               MOVE WS-VAC-AMOUNT TO WS-PAY-SALARY.
               MOVE "L" TO WS-CALC-FUNCTION.
               MOVE SPACES TO WS-DEPT-OVERFLOW-DEPT.
               MOVE "S" TO WS-PAY-TYPE.
               MOVE "N" TO WS-ACCRUED-FLAG.
               MOVE ZERO TO WS-HOURS-REGULAR WS-HOURS-OVERTIME
                            WS-HOURS-HOLIDAY WS-HOURS-SICK
                            WS-HOURS-VACATION
                            WS-ADJ-AMOUNT
                            WS-SPLIT-COUNT.
               MOVE SPACES TO WS-ADJ-PERIOD.
               MOVE ZERO             TO WS-VAC-BALANCE.
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
      *         CON UN FINIQUITO VIVO YA GRABADO PARA ESTA FECHA DE
      *         BAJA LA CALCULADORA NO PAGA: NO SE TOCA EL MAESTRO
               IF WS-SKIP-FLAG = "S"
                  DISPLAY "ERROR: el finiquito del empleado "
                          EMP-ID " ya esta en el historico; anularlo "
                          "primero con NOMINA-REVERSAL"
                  EXIT PARAGRAPH
               END-IF.

               ADD WS-OUT-BRUTO       TO EMP-YTD-GROSS.
               ADD WS-OUT-DEDUCCIONES TO EMP-YTD-DEDUCTIONS.
               ADD WS-OUT-NETO        TO EMP-YTD-NET.
               MOVE ZERO TO EMP-VAC-BALANCE.
               REWRITE EMPLOYEE-RECORD.
               IF WS-EMP-STATUS = "00"
                  ADD WS-OUT-BRUTO       TO WS-RUN-YTD-BRUTO
                  ADD WS-OUT-DEDUCCIONES TO WS-RUN-YTD-DEDUC
                  ADD WS-OUT-NETO        TO WS-RUN-YTD-NETO
               ELSE
                  DISPLAY "ERROR: no se pudo actualizar YTD y saldo "
                          "de vacaciones del empleado " EMP-ID
                          " (status " WS-EMP-STATUS ")"
               END-IF.

          Fin-OPEN-AUDIT.
               IF WS-AUDIT-OPEN = "N"
                  OPEN EXTEND AUDIT-LOG-FILE
                  IF WS-AUDIT-STATUS = "35"
                     OPEN OUTPUT AUDIT-LOG-FILE
                  END-IF
                  MOVE "Y" TO WS-AUDIT-OPEN
               END-IF.

      *         AUDITORIA: OPERADOR QUE INICIA EL FINIQUITO
          Fin-LOG-START.
               PERFORM Fin-OPEN-AUDIT.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE SPACES TO AUDIT-LINE.
               STRING "OPERADOR=" WS-OPERATOR-ID
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " FINIQUITO INICIADO EMP=" EMP-ID
                      " BAJA=" WS-PERIOD-END
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

      *         AUDITORIA: VEREDICTO DEL CUADRE E IMPORTES
          Fin-LOG-BALANCE.
               PERFORM Fin-OPEN-AUDIT.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE SPACES TO AUDIT-LINE.
               IF WS-BALANCE-FLAG = "E"
                  STRING "OPERADOR=" WS-OPERATOR-ID
                         " TS=" WS-AUDIT-TIMESTAMP(1:14)
                         " FINIQUITO EQUILIBRADO EMP=" EMP-ID
                         " NETO=" WS-OUT-NETO
                         INTO AUDIT-LINE
               ELSE
                  STRING "OPERADOR=" WS-OPERATOR-ID
                         " TS=" WS-AUDIT-TIMESTAMP(1:14)
                         " FINIQUITO FUERA DE CUADRE EMP=" EMP-ID
                         " (VER CONTROL.RPT)"
                         INTO AUDIT-LINE
               END-IF.
               WRITE AUDIT-LINE.

      *         DEJA EL FINIQUITO PENDIENTE DE APROBACION: PAYSLIP,
      *         EXTRACTO Y FICHERO BANCARIO QUEDAN EN .PND HASTA
      *         QUE UN SEGUNDO OPERADOR LOS LIBERE CON
      *         NOMINA-RELEASE. NO HAY PERIODO DE CALENDARIO NI
      *         INFORME DE VARIACIONES
          Fin-WRITE-PENDING.
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
               MOVE "L"             TO PEN-RUN-TYPE.
               WRITE PENDING-RECORD.
               CLOSE PENDING-FILE.
               DISPLAY "Salidas del finiquito en estado "
                       "PENDIENTE; un segundo operador debe "
                       "liberarlas con NOMINA-RELEASE.".

      *         CIERRA LOS FICHEROS DE LA CALCULADORA, DEJA EL RUN
      *         PENDIENTE, EMITE EL DOCUMENTO DE FINIQUITO Y LIBERA
      *         EL CERROJO. SI NO SE LIQUIDO NADA (FINIQUITO YA EN
      *         EL HISTORICO) NO HAY PENDIENTE NI DOCUMENTO
          Fin-FINALIZE.
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
               IF WS-SKIP-FLAG NOT = "S"
                  PERFORM Fin-LOG-BALANCE
                  PERFORM Fin-WRITE-PENDING
                  MOVE "A" TO WS-LOAN-PASS
                  PERFORM Fin-LOAD-LOANS
                  PERFORM Fin-PRINT-DOCUMENT
               END-IF.
               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE DEPARTMENT-MASTER-FILE.
               IF WS-AUDIT-OPEN = "Y"
                  CLOSE AUDIT-LOG-FILE
               END-IF.
               PERFORM Fin-RELEASE-LOCK.
               IF WS-SKIP-FLAG NOT = "S"
                  DISPLAY "Finiquito del empleado " EMP-ID
                          ": BRUTO " WS-OUT-BRUTO
                          " DEDUCCIONES " WS-OUT-DEDUCCIONES
                          " NETO " WS-OUT-NETO
                  DISPLAY "Documento de finiquito para la firma "
                          "en FINIQUITO.RPT."
               END-IF.

      *         DOCUMENTO DE FINIQUITO: LIQUIDACION DE VACACIONES,
      *         RETENCIONES LEGALES, PRESTAMOS RECUPERADOS Y
      *         PENDIENTES, NETO Y LINEAS DE FIRMA
          Fin-PRINT-DOCUMENT.
               OPEN OUTPUT SETTLEMENT-FILE.
               IF WS-FIN-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear FINIQUITO.RPT "
                          "(status " WS-FIN-STATUS ")"
                  EXIT PARAGRAPH
               END-IF.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
               MOVE ZERO TO WS-LOAN-RECOVER WS-LOAN-PENDING.
               PERFORM VARYING WS-LOAN-IX FROM 1 BY 1
                       UNTIL WS-LOAN-IX > WS-LOAN-COUNT
                  ADD WS-LOAN-AFTER(WS-LOAN-IX) TO WS-LOAN-PENDING
                  COMPUTE WS-LOAN-RECOVER = WS-LOAN-RECOVER
                        + WS-LOAN-BEFORE(WS-LOAN-IX)
                        - WS-LOAN-AFTER(WS-LOAN-IX)
               END-PERFORM.
               COMPUTE WS-RETENCIONES =
                       WS-OUT-DEDUCCIONES - WS-LOAN-RECOVER.

               MOVE ALL "=" TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE "EMPRESA S.A." TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE "RECIBO DE FINIQUITO Y LIQUIDACION FINAL"
                 TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE ALL "=" TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "EMPLEADO: " EMP-NAME "   ID: " EMP-ID
                      "   DEPARTAMENTO: " EMP-DEPT
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "FECHA DE ALTA: " EMP-HIRE-DATE
                      "   FECHA DE BAJA: " EMP-TERM-DATE
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.

               MOVE "DEVENGOS" TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               MOVE WS-VAC-HOURS   TO WS-ED-HOURS.
               MOVE WS-HOURLY-RATE TO WS-ED-RATE.
               MOVE WS-OUT-BRUTO   TO WS-ED-EUROS.
               STRING "  VACACIONES NO DISFRUTADAS " WS-ED-HOURS
                      " h x " WS-ED-RATE " eur/h      "
                      WS-ED-EUROS " eur"
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "  TOTAL DEVENGADO                              "
                      WS-ED-EUROS " eur"
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.

               MOVE "DEDUCCIONES" TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               MOVE WS-RETENCIONES TO WS-ED-EUROS.
               STRING "  IRPF, SEGURIDAD SOCIAL Y SEGURO MEDICO       "
                      WS-ED-EUROS " eur"
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               PERFORM VARYING WS-LOAN-IX FROM 1 BY 1
                       UNTIL WS-LOAN-IX > WS-LOAN-COUNT
                  COMPUTE WS-LOAN-AMT = WS-LOAN-BEFORE(WS-LOAN-IX)
                                      - WS-LOAN-AFTER(WS-LOAN-IX)
                  IF WS-LOAN-AMT > ZERO
                     MOVE WS-LOAN-AMT TO WS-ED-EUROS
                     MOVE SPACES TO SETTLEMENT-LINE
                     STRING "  RECUPERACION PRESTAMO "
                            WS-LOAN-SEQ(WS-LOAN-IX) " "
                            WS-LOAN-DESC(WS-LOAN-IX)
                            "        " WS-ED-EUROS " eur"
                            INTO SETTLEMENT-LINE
                     WRITE SETTLEMENT-LINE
                  END-IF
               END-PERFORM.
               MOVE WS-OUT-DEDUCCIONES TO WS-ED-EUROS.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "  TOTAL A DEDUCIR                              "
                      WS-ED-EUROS " eur"
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE WS-OUT-NETO TO WS-ED-EUROS.
               STRING "LIQUIDO A PERCIBIR                             "
                      WS-ED-EUROS " eur"
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.

      *         PRESTAMOS QUE NO CABEN EN EL LIMITE LEGAL: SIGUEN
      *         COMO DEUDA DEL EMPLEADO EN DEDMAST
               IF WS-LOAN-PENDING > ZERO
                  MOVE "SALDOS PENDIENTES DE PRESTAMOS (NO CUBIERTOS "
                    TO SETTLEMENT-LINE
                  WRITE SETTLEMENT-LINE
                  MOVE "POR EL LIMITE LEGAL DE RETENCION)"
                    TO SETTLEMENT-LINE
                  WRITE SETTLEMENT-LINE
                  PERFORM VARYING WS-LOAN-IX FROM 1 BY 1
                          UNTIL WS-LOAN-IX > WS-LOAN-COUNT
                     IF WS-LOAN-AFTER(WS-LOAN-IX) > ZERO
                        MOVE WS-LOAN-AFTER(WS-LOAN-IX) TO WS-ED-EUROS
                        MOVE SPACES TO SETTLEMENT-LINE
                        STRING "  PRESTAMO "
                               WS-LOAN-SEQ(WS-LOAN-IX) " "
                               WS-LOAN-DESC(WS-LOAN-IX)
                               "                     "
                               WS-ED-EUROS " eur"
                               INTO SETTLEMENT-LINE
                        WRITE SETTLEMENT-LINE
                     END-IF
                  END-PERFORM
                  MOVE SPACES TO SETTLEMENT-LINE
                  WRITE SETTLEMENT-LINE
               END-IF.

               MOVE "El trabajador declara recibir la cantidad "
                 TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE "indicada en concepto de liquidacion final de "
                 TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE "haberes por la extincion de su relacion laboral."
                 TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               STRING "En ____________________, a " WS-TODAY(7:2)
                      "/" WS-TODAY(5:2) "/" WS-TODAY(1:4)
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE "RECIBI CONFORME                     LA EMPRESA"
                 TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE "EL TRABAJADOR"
                 TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE "Fdo.: ____________________          Fdo.: ______"
                 TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE ALL "=" TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               CLOSE SETTLEMENT-FILE.

          END PROGRAM NOMINA-FINIQUITO.
