                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

              SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GLR-STATUS.

      *         REGISTRO DE DEDUCCIONES RETENIDAS: CADA PAGO
      *         ANULADO DEJA UNA LINEA V PARA QUE LA REMESA A
      *         TERCEROS NO REMITA LO QUE YA NO SE RETUVO
              SELECT DEDUCTION-TAKEN-FILE ASSIGN TO "DEDTAKEN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DTK-STATUS.

      *         REPARTO POR DEPARTAMENTO TRABAJADO: CADA PAGO
      *         ANULADO DEJA UNA LINEA V PARA QUE SUS HORAS NO
      *         CUENTEN EN LOS REALES DEL PRESUPUESTO SI EL PAGO SE
      *         VUELVE A CALCULAR
              SELECT LABOUR-DIST-FILE ASSIGN TO "LABDIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LDS-STATUS.

      *         CONTROL DE DOBLE FIRMA: UN RUN AUN PENDIENTE DE
      *         LIBERAR TIENE SUS LINEAS D EN DEDTAKEN.PND Y
      *         LABDIST.PND, QUE LA LIBERACION ANADIRIA DESPUES DE
      *         LAS V DE LA ANULACION; ESE RUN NO SE PUEDE ANULAR
              SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PEN-STATUS.

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.
          FD  GL-REVERSE-FILE.
          01  GLR-LINE PIC X(100).

          FD  DEDUCTION-TAKEN-FILE.
          COPY DEDTAKEN.

          FD  LABOUR-DIST-FILE.
          COPY LABDIST.

          FD  PENDING-FILE.
          COPY PENDING.

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(120).

      *         ELEGIDO
          01 WS-VOID-PERIOD-END PIC X(8).
          01 WS-VOID-GROUP      PIC X(1) VALUE "M".
      *         TIPO DE RUN A ANULAR: P = NOMINA DEL PERIODO, E =
      *         PAGA EXTRAORDINARIA. LA PAGA EXTRA COMPARTE FIN DE
      *         PERIODO CON LA NOMINA DE JUNIO/DICIEMBRE Y SE ANULA
      *         POR SEPARADO; NO DISTINGUE GRUPO DE PAGO NI TIENE
      *         PERIODO EN EL CALENDARIO. L = FINIQUITO (FIN DE
      *         PERIODO = FECHA DE BAJA), TAMPOCO POR GRUPO
          01 WS-VOID-TYPE       PIC X(1) VALUE "P".
          01 WS-CAL-GROUP       PIC X(1).
          01 WS-CONFIRM         PIC X.

      *         RUN PENDIENTE DE LIBERAR (PENDING.DAT), CON GRUPO Y
      *         TIPO NORMALIZADOS COMO EN LA LIBERACION
          01 WS-PEN-STATUS      PIC X(2).
          01 WS-PEN-GROUP       PIC X(1).
          01 WS-PEN-TYPE        PIC X(1).

      *         CONTROL DE EJERCICIO CERRADO
          01 WS-CLO-STATUS      PIC X(2).
          01 WS-CLO-EOF         PIC X VALUE "N".
                03 DEPT-DEDUCTIONS PIC 9(7)V99.
                03 DEPT-NET        PIC 9(7)V99.
                03 DEPT-EMPLOYER-SS PIC 9(7)V99.
                03 DEPT-RECV-NEW   PIC 9(7)V99.
                03 DEPT-RECV-TAKEN PIC 9(7)V99.
          01 DEPT-COUNT PIC 9(3) VALUE ZERO.
          01 DEPT-IX    PIC 9(3).
          01 DEPT-FOUND PIC X VALUE "N".
          01 GLR-ACCT-WITHHOLD PIC X(8).
          01 GLR-ACCT-NET      PIC X(8).
          01 GLR-ACCT-SSEMP    PIC X(8).
          01 GLR-ACCT-RECV     PIC X(8).

      *         RESTAURACION DE LOS SALDOS QUE EL RUN ANULADO MOVIO:
      *         VACACIONES/BAJA (SE DESHACE EL DEVENGO DEL PERIODO Y
      *         SE DEVUELVEN LAS HORAS V/S PAGADAS, QUE VIAJAN EN EL
      *         HISTORICO) Y SALDOS DECRECIENTES DE DEDUCCIONES
      *         RECURRENTES (PRESTAMOS/EMBARGOS) EN DEDMAST. EL
      *         DEVENGO QUE SE DESHACE ES EL DE LA VERSION DE TASAS
      *         LEGALES CON LA QUE SE CALCULO CADA PAGO (O LA
      *         VIGENTE EN EL FIN DE PERIODO SI EL PAGO NO LA TRAE)
          01 VAC-ACCRUAL-HOURS  PIC 9(3)V99 VALUE ZERO.
          01 SICK-ACCRUAL-HOURS PIC 9(3)V99 VALUE ZERO.
          01 WS-TAS-FUNCTION    PIC X(1).
          01 WS-TAS-VERSION     PIC 9(3) VALUE ZERO.
          01 WS-TAS-RESULT      PIC X(1).
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-RATE-RECORD==
               LEADING ==SR== BY ==WS-SR==.
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-PAY-RATE-RECORD==
               LEADING ==SR== BY ==WS-PSR==.
          01 WS-BAL-TEMP        PIC S9(4)V99 VALUE ZERO.
          01 WS-DED-STATUS      PIC X(2).
          01 WS-DED-AVAIL       PIC X VALUE "N".
          01 WS-UNL-SUM         PIC 9(6) VALUE ZERO.
          01 WS-DED-CANDIDATE   PIC 9(5) VALUE ZERO.
          01 WS-DED-PASS        PIC X.
          01 WS-RECV-FOUND      PIC X VALUE "N".
          01 WS-DTK-STATUS      PIC X(2).
          01 WS-DTK-OPEN        PIC X VALUE "N".
          01 WS-LDS-STATUS      PIC X(2).
          01 WS-LDS-OPEN        PIC X VALUE "N".

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
                          "anulaciones en el"
                  STOP RUN
               END-IF.
               PERFORM Rev-LOAD-RATES.
               DISPLAY "Tipo de run a anular (P = nomina del "
                       "periodo, E = paga extraordinaria, "
                       "L = finiquito, ENTER = P): ".
               ACCEPT WS-VOID-TYPE.
               EVALUATE WS-VOID-TYPE
                  WHEN "e"
                  WHEN "E"
                     MOVE "E" TO WS-VOID-TYPE
                  WHEN "l"
                  WHEN "L"
                     MOVE "L" TO WS-VOID-TYPE
                  WHEN OTHER
                     MOVE "P" TO WS-VOID-TYPE
               END-EVALUATE.
               IF WS-VOID-TYPE = "E"
                  MOVE SPACE TO WS-VOID-GROUP
                  DISPLAY "Se descontaran de los YTD todas las "
                          "pagas extraordinarias del periodo "
                          WS-VOID-PERIOD-END
                          ". ¿Confirmar? (S/N): "
               ELSE
               IF WS-VOID-TYPE = "L"
                  MOVE SPACE TO WS-VOID-GROUP
                  DISPLAY "Se descontaran de los YTD los finiquitos "
                          "con fecha de baja " WS-VOID-PERIOD-END
                          ". ¿Confirmar? (S/N): "
               ELSE
                  DISPLAY "Grupo de pago del run a anular (M = "
                          "mensual, W = semanal, ENTER = M): "
                  ACCEPT WS-VOID-GROUP
                  IF WS-VOID-GROUP = "w" OR WS-VOID-GROUP = "W"
                     MOVE "W" TO WS-VOID-GROUP
                  ELSE
                     MOVE "M" TO WS-VOID-GROUP
                  END-IF
                  DISPLAY "Se descontaran de los YTD todos los pagos "
                          "del periodo " WS-VOID-PERIOD-END
                          " del grupo " WS-VOID-GROUP
                          ". ¿Confirmar? (S/N): "
               END-IF
               END-IF.
               ACCEPT WS-CONFIRM.
               IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
                  DISPLAY "Anulacion cancelada."
               END-IF.

               PERFORM Rev-ACQUIRE-LOCK.
               PERFORM Rev-CHECK-PENDING.

               OPEN I-O PAYROLL-HISTORY-FILE.
               IF WS-HIST-STATUS NOT = "00"
                          "para el periodo " WS-VOID-PERIOD-END
               ELSE
                  PERFORM Rev-WRITE-GL-REVERSE
                  IF WS-VOID-TYPE = "P"
                     PERFORM Rev-REOPEN-CALENDAR
                  END-IF
                  PERFORM Rev-LOG-SUMMARY
                  DISPLAY "Anulados " WS-COUNT-REVERSED
                          " pago(s) del periodo "
               IF WS-DED-AVAIL = "Y"
                  CLOSE DEDUCTION-MASTER-FILE
               END-IF.
               IF WS-DTK-OPEN = "Y"
                  CLOSE DEDUCTION-TAKEN-FILE
               END-IF.
               IF WS-LDS-OPEN = "Y"
                  CLOSE LABOUR-DIST-FILE
               END-IF.
               IF WS-AUDIT-OPEN = "Y"
                  CLOSE AUDIT-LOG-FILE
               END-IF.
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.
      *         UN RUN DEL MISMO PERIODO, GRUPO Y TIPO AUN SIN
      *         LIBERAR NO SE ANULA: SUS RETENCIONES Y SU REPARTO
      *         POR DEPARTAMENTO SIGUEN EN LOS .PND Y LA LIBERACION
      *         LOS PUBLICARIA DESPUES DE LAS LINEAS V, CON LO QUE LA
      *         REMESA PAGARIA A TERCEROS LO RETENIDO EN PAGOS
      *         ANULADOS. SE RECHAZA SIN OPCION DE FORZARLO; HAY QUE
      *         LIBERAR EL RUN PRIMERO
          Rev-CHECK-PENDING.
               OPEN INPUT PENDING-FILE.
               IF WS-PEN-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               READ PENDING-FILE
                  AT END
                     CLOSE PENDING-FILE
                     EXIT PARAGRAPH
               END-READ.
               CLOSE PENDING-FILE.
               IF PEN-STATUS NOT = "P" OR
                  PEN-PERIOD-END NOT = WS-VOID-PERIOD-END
                  EXIT PARAGRAPH
               END-IF.
               IF PEN-PAY-GROUP = "W"
                  MOVE "W" TO WS-PEN-GROUP
               ELSE
                  MOVE "M" TO WS-PEN-GROUP
               END-IF.
               IF PEN-RUN-TYPE = "E" OR PEN-RUN-TYPE = "L"
                  MOVE PEN-RUN-TYPE TO WS-PEN-TYPE
               ELSE
                  MOVE "P" TO WS-PEN-TYPE
               END-IF.
               IF WS-PEN-TYPE NOT = WS-VOID-TYPE
                  EXIT PARAGRAPH
               END-IF.
               IF WS-VOID-TYPE = "P" AND
                  WS-PEN-GROUP NOT = WS-VOID-GROUP
                  EXIT PARAGRAPH
               END-IF.
               DISPLAY "ERROR: el run del periodo " PEN-PERIOD-START
                       " a " PEN-PERIOD-END " (tipo " WS-PEN-TYPE
                       ") calculado por " PEN-OPERATOR-ID
                       " esta PENDIENTE de liberar; liberarlo "
                       "(NOMINA-RELEASE) antes de anularlo. "
                       "Anulacion cancelada".
               PERFORM Rev-RELEASE-LOCK.
               STOP RUN.

      *         IDENTIFICA AL OPERADOR MEDIANTE EL SIGN-ON COMUN
      *         (OPERATOR-SIGNON) ANTES DE PERMITIR LA ANULACION:
      *         HUELLAS DE CONTRASENA, CAPACIDAD "A" Y BLOQUEO POR
               END-PERFORM.
               CLOSE CLOSED-YEARS-FILE.

      *         LEE POR LA CLAVE ALTERNATIVA SOLO LOS PAGOS DEL FIN
      *         DE PERIODO PEDIDO Y ANULA CADA PAGO NO ANULADO DEL
      *         TIPO PEDIDO. LA NOMINA DEL PERIODO SE LIMITA AL
      *         GRUPO ELEGIDO (LOS PAGOS DEL OTRO GRUPO CON EL MISMO
      *         FIN DE PERIODO SE DEJAN INTACTOS); LA PAGA
      *         EXTRAORDINARIA Y LOS FINIQUITOS SE ANULAN ENTEROS,
      *         SIN DISTINCION DE GRUPO
          Rev-SCAN-HISTORY.
               MOVE WS-VOID-PERIOD-END TO PH-PK-PERIOD-END.
               IF WS-VOID-GROUP = SPACE
                  MOVE LOW-VALUE TO PH-PK-PAY-GROUP
                  START PAYROLL-HISTORY-FILE KEY IS >= PH-PERIOD-KEY
                     INVALID KEY
                        MOVE "Y" TO WS-HIST-EOF
                  END-START
               ELSE
                  MOVE WS-VOID-GROUP TO PH-PK-PAY-GROUP
                  START PAYROLL-HISTORY-FILE KEY IS = PH-PERIOD-KEY
                     INVALID KEY
                        MOVE "Y" TO WS-HIST-EOF
                  END-START
               END-IF.

               PERFORM UNTIL WS-HIST-EOF = "Y"
                  READ PAYROLL-HISTORY-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-HIST-EOF
                     NOT AT END
                        IF PH-PK-PERIOD-END NOT = WS-VOID-PERIOD-END
                           OR (WS-VOID-GROUP NOT = SPACE AND
                               PH-PK-PAY-GROUP NOT = WS-VOID-GROUP)
                           MOVE "Y" TO WS-HIST-EOF
                        ELSE
                           IF PH-REC-TYPE = WS-VOID-TYPE AND
                              PH-REVERSED NOT = "Y"
                              PERFORM Rev-REVERSE-ONE
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM.
                       EXIT PARAGRAPH
               END-READ.

      *         SI LOS YTD ACTUALES SON MENORES QUE LO QUE SE QUIERE
      *         DESCONTAR (MAESTRO REINICIALIZADO O YA CORREGIDO A
      *         MANO), NO SE ANULA: DEJARIA LOS ACUMULADOS EN
               ADD PH-BRUTO       TO WS-TOTAL-BRUTO.
               ADD PH-DEDUCCIONES TO WS-TOTAL-DEDUC.
               ADD PH-NETO        TO WS-TOTAL-NETO.
               IF WS-VOID-TYPE = "L"
                  PERFORM Rev-WARN-SETTLEMENT
               ELSE
                  PERFORM Rev-RESTORE-DEDUCTIONS
               END-IF.
               PERFORM Rev-VOID-RECEIVABLE.
               PERFORM Rev-VOID-DEDTAKEN.
               PERFORM Rev-VOID-LABDIST.
               PERFORM Rev-ACCUMULATE-DEPT.
               PERFORM Rev-LOG-ONE.

               IF PH-ACCRUED NOT = "S"
                  EXIT PARAGRAPH
               END-IF.
               PERFORM Rev-PAYMENT-RATES.
               IF PH-HOURS-VACATION IS NUMERIC
                  COMPUTE WS-BAL-TEMP = EMP-VAC-BALANCE
                          - VAC-ACCRUAL-HOURS + PH-HOURS-VACATION
                  MOVE WS-BAL-TEMP TO EMP-SICK-BALANCE
               END-IF.

      *         VERSION DE TASAS LEGALES VIGENTE EN EL FIN DEL
      *         PERIODO A ANULAR
          Rev-LOAD-RATES.
               MOVE "F" TO WS-TAS-FUNCTION.
               CALL "NOMINA-TASAS"
                  USING  WS-TAS-FUNCTION
                         WS-VOID-PERIOD-END
                         WS-TAS-VERSION
                         WS-RATE-RECORD
                         WS-TAS-RESULT.
               IF WS-TAS-RESULT NOT = "Y"
                  DISPLAY "ERROR: no hay version de tasas legales "
                          "vigente para el fin de periodo "
                          WS-VOID-PERIOD-END "; anulacion cancelada"
                  STOP RUN
               END-IF.
               MOVE ZERO TO WS-PSR-VERSION.

      *         DEVENGO QUE CONCEDIO EL PAGO EN CURSO: EL DE SU
      *         PROPIA VERSION DE TASAS SI LA TRAE Y DIFIERE DE LA
      *         VIGENTE, Y SI NO EL DE LA VIGENTE EN EL PERIODO
          Rev-PAYMENT-RATES.
               MOVE WS-SR-VAC-ACCRUAL-HOURS  TO VAC-ACCRUAL-HOURS.
               MOVE WS-SR-SICK-ACCRUAL-HOURS TO SICK-ACCRUAL-HOURS.
               IF PH-RATE-VERSION IS NOT NUMERIC OR
                  PH-RATE-VERSION = ZERO OR
                  PH-RATE-VERSION = WS-SR-VERSION
                  EXIT PARAGRAPH
               END-IF.
               IF PH-RATE-VERSION NOT = WS-PSR-VERSION
                  MOVE "V" TO WS-TAS-FUNCTION
                  MOVE PH-RATE-VERSION TO WS-TAS-VERSION
                  CALL "NOMINA-TASAS"
                     USING  WS-TAS-FUNCTION
                            WS-VOID-PERIOD-END
                            WS-TAS-VERSION
                            WS-PAY-RATE-RECORD
                            WS-TAS-RESULT
                  IF WS-TAS-RESULT NOT = "Y"
                     DISPLAY "AVISO: la version de tasas "
                             PH-RATE-VERSION " del pago del "
                             "empleado " PH-EMP-ID " ya no existe; "
                             "se usa la vigente en el periodo"
                     MOVE ZERO TO WS-PSR-VERSION
                     EXIT PARAGRAPH
                  END-IF
               END-IF.
               MOVE WS-PSR-VAC-ACCRUAL-HOURS  TO VAC-ACCRUAL-HOURS.
               MOVE WS-PSR-SICK-ACCRUAL-HOURS TO SICK-ACCRUAL-HOURS.

      *         UN FINIQUITO ANULADO NO RECONSTRUYE SUS SALDOS: EL
      *         HISTORICO NO GUARDA LAS HORAS DE VACACIONES PAGADAS
      *         NI EL DETALLE DE LOS PRESTAMOS RECUPERADOS (VER EL
      *         DOCUMENTO FINIQUITO.RPT); SE AVISA PARA AJUSTARLOS A
      *         MANO ANTES DE VOLVER A LIQUIDARLO
          Rev-WARN-SETTLEMENT.
               DISPLAY "AVISO: finiquito del empleado " PH-EMP-ID
                       " anulado; restaurar a mano su saldo de "
                       "vacaciones (EMPMAST-MAINT) antes de volver "
                       "a liquidarlo".
               COMPUTE WS-OTHER-DEDUCT = PH-DEDUCCIONES
                       - PH-TAX - PH-SS - PH-INSURANCE.
               IF WS-OTHER-DEDUCT > ZERO
                  DISPLAY "AVISO: el finiquito recupero "
                          WS-OTHER-DEDUCT " eur de prestamos; "
                          "devolverlos a mano al saldo de DEDMAST"
               END-IF.

      *         EL EXCESO DE UN AJUSTE NEGATIVO QUE NO CUPO EN EL
      *         BRUTO SE SUMO AL SALDO Y A LOS ATRASOS DE LA PRIMERA
      *         LINEA R CON SALDO DEL EMPLEADO EN DEDMAST (O A UNA
      *         LINEA R NUEVA). SE RETIRA DE ESA MISMA LINEA PARA QUE
      *         UN NUEVO CALCULO CON EL MISMO AJUSTE NO DUPLIQUE LA
      *         DEUDA; SU APUNTE A DEUDORES SE ANULA EN GLREVERSE.
      *         LOS PAGOS ANTERIORES AL CAMPO NO GUARDAN EL EXCESO Y
      *         SOLO SE AVISA
          Rev-VOID-RECEIVABLE.
               IF PH-RECV-NEW IS NOT NUMERIC
                  IF PH-ADJ-SIGN = "-" AND PH-ADJ-AMOUNT > ZERO AND
                     PH-BRUTO = ZERO
                     PERFORM Rev-WARN-RECEIVABLE
                  END-IF
                  EXIT PARAGRAPH
               END-IF.
               IF PH-RECV-NEW = ZERO
                  EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-RECV-FOUND.
               IF WS-DED-AVAIL = "Y"
                  MOVE PH-EMP-ID TO DED-EMP-ID
                  MOVE ZERO      TO DED-SEQ
                  MOVE "N" TO WS-DED-EOF
                  START DEDUCTION-MASTER-FILE KEY IS >= DED-KEY
                     INVALID KEY
                        MOVE "Y" TO WS-DED-EOF
                  END-START
                  PERFORM UNTIL WS-DED-EOF = "Y"
                     READ DEDUCTION-MASTER-FILE NEXT RECORD
                        AT END
                           MOVE "Y" TO WS-DED-EOF
                        NOT AT END
                           IF DED-EMP-ID NOT = PH-EMP-ID
                              MOVE "Y" TO WS-DED-EOF
                           ELSE
                              IF DED-CLASS = "R" AND
                                 DED-BALANCE > ZERO
                                 MOVE "Y" TO WS-RECV-FOUND
                                 MOVE "Y" TO WS-DED-EOF
                              END-IF
                           END-IF
                     END-READ
                  END-PERFORM
               END-IF.
               IF WS-RECV-FOUND = "N"
                  DISPLAY "AVISO: no se encuentra en DEDMAST la deuda "
                          "por exceso (RECOBRO EXC.) del empleado "
                          PH-EMP-ID "; retirar a mano " PH-RECV-NEW
                          " eur de su saldo y atrasos antes de "
                          "reliquidar"
                  EXIT PARAGRAPH
               END-IF.

      *         SI PARTE DEL EXCESO YA SE RECUPERO EN NOMINAS
      *         POSTERIORES, EL SALDO NO ALCANZA: QUEDA A CERO Y LO
      *         RECUPERADO DE MAS HAY QUE DEVOLVERLO AL EMPLEADO
               IF DED-ARREARS IS NOT NUMERIC
                  MOVE ZERO TO DED-ARREARS
               END-IF.
               IF DED-BALANCE < PH-RECV-NEW
                  DISPLAY "AVISO: el empleado " PH-EMP-ID " ya "
                          "devolvio parte del exceso anulado (saldo "
                          DED-BALANCE " de " PH-RECV-NEW " eur); "
                          "la linea R queda a cero, revisar la "
                          "devolucion al empleado"
                  MOVE ZERO TO DED-BALANCE
               ELSE
                  SUBTRACT PH-RECV-NEW FROM DED-BALANCE
               END-IF.
               IF DED-ARREARS < PH-RECV-NEW
                  MOVE ZERO TO DED-ARREARS
               ELSE
                  SUBTRACT PH-RECV-NEW FROM DED-ARREARS
               END-IF.
               REWRITE DEDUCTION-RECORD.
               IF WS-DED-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo retirar el exceso de la "
                          "deuda del empleado " PH-EMP-ID
                          " (status " WS-DED-STATUS ")"
               END-IF.

      *         PAGO ANTERIOR AL CAMPO DE EXCESO: UN AJUSTE NEGATIVO
      *         QUE DEJO EL BRUTO A CERO PUDO DEJAR EL EXCESO COMO
      *         DEUDA DEL EMPLEADO (DEDMAST CLASE R) CON SU APUNTE A
      *         DEUDORES DEL PERSONAL, PERO EL IMPORTE NO CONSTA
          Rev-WARN-RECEIVABLE.
               DISPLAY "AVISO: el pago anulado del empleado "
                       PH-EMP-ID " llevaba un ajuste negativo de "
                       PH-ADJ-AMOUNT " eur con bruto cero; revisar "
                       "la deuda por exceso (RECOBRO EXC.) en DEDMAST "
                       "y su apunte de deudores antes de reliquidar".

      *         DEVUELVE A DEDMAST LO QUE EL PAGO ANULADO DESCONTO
      *         DE LOS SALDOS DECRECIENTES (PRESTAMOS/EMBARGOS).
      *         EL HISTORICO SOLO GUARDA EL TOTAL DE DEDUCCIONES
      *         RECURRENTES, ASI QUE SE RECONSTRUYE CADA IMPORTE
      *         CON LAS REGLAS DEL MAESTRO; SI LA SUMA NO CUADRA
      *         (EL RUN ANULADO APLICO ALGUN TOPE, DEJO ATRASOS O
      *         COBRO ATRASOS ANTERIORES), NO SE TOCAN SALDOS NI
      *         ATRASOS Y SE AVISA AL OPERADOR PARA AJUSTE MANUAL
          Rev-RESTORE-DEDUCTIONS.
               COMPUTE WS-OTHER-DEDUCT = PH-DEDUCCIONES
                       - PH-TAX - PH-SS - PH-INSURANCE.
                          "empleado " PH-EMP-ID " ("
                          WS-OTHER-DEDUCT " eur) no se pueden "
                          "reconstruir (el run aplico topes de "
                          "saldo, de neto o del limite legal, o "
                          "movio atrasos); restaurar saldos y "
                          "atrasos de DEDMAST a mano antes de "
                          "reliquidar"
               END-IF.

      *         RECORRE LAS DEDUCCIONES VIGENTES DEL EMPLEADO EN EL
                                  DEPT-DEDUCTIONS(DEPT-IX)
                                  DEPT-NET(DEPT-IX)
                                  DEPT-EMPLOYER-SS(DEPT-IX)
                                  DEPT-RECV-NEW(DEPT-IX)
                                  DEPT-RECV-TAKEN(DEPT-IX)
                  END-IF
               END-IF.

               IF PH-EMPLOYER-SS IS NUMERIC
                  ADD PH-EMPLOYER-SS TO DEPT-EMPLOYER-SS(DEPT-IX)
               END-IF.
      *         DEUDORES DEL PERSONAL QUE MOVIO EL PAGO (EXCESO
      *         NUEVO Y RECOBRO); ESPACIOS EN PAGOS ANTERIORES
               IF PH-RECV-NEW IS NUMERIC
                  ADD PH-RECV-NEW   TO DEPT-RECV-NEW(DEPT-IX)
               END-IF.
               IF PH-RECV-TAKEN IS NUMERIC
                  ADD PH-RECV-TAKEN TO DEPT-RECV-TAKEN(DEPT-IX)
               END-IF.

      *         GENERA LAS LINEAS DE CONTRAPARTIDA: MISMO FORMATO
      *         QUE EL GL-EXTRACT DEL RUN PERO CON DEBE Y HABER
                    TO GLR-LINE.
               WRITE GLR-LINE.
               MOVE SPACES TO GLR-LINE.
               IF WS-VOID-TYPE = "E"
                  STRING "PERIODO ANULADO: " WS-VOID-PERIOD-END
                         "  (PAGA EXTRAORDINARIA)"
                         INTO GLR-LINE
               ELSE
               IF WS-VOID-TYPE = "L"
                  STRING "PERIODO ANULADO: " WS-VOID-PERIOD-END
                         "  (FINIQUITO)"
                         INTO GLR-LINE
               ELSE
                  STRING "PERIODO ANULADO: " WS-VOID-PERIOD-END
                         INTO GLR-LINE
               END-IF
               END-IF.
               WRITE GLR-LINE.
           MOVE SPACES TO GLR-LINE.
               STRING "DEPTO CUENTA   TIPO   CONCEPTO            "
                            INTO GLR-LINE
                     WRITE GLR-LINE
                  END-IF

      *         CONTRAPARTIDA DEL EXCESO PASADO A DEUDORES (EL RUN
      *         CARGO DEUDORES Y ABONO GASTO) Y DEL RECOBRO DE DEUDAS
      *         ANTERIORES (EL RUN CARGO RETENCIONES Y ABONO DEUDORES)
                  IF DEPT-RECV-NEW(DEPT-IX) > ZERO
                     MOVE DEPT-RECV-NEW(DEPT-IX) TO GLR-AMOUNT
                     MOVE SPACES TO GLR-LINE
                     STRING DEPT-CODE(DEPT-IX)
                            "  " GLR-ACCT-RECV
                            " HABER  ANUL. DEUDORES EXCESO    "
                            GLR-AMOUNT
                            INTO GLR-LINE
                     WRITE GLR-LINE
                     MOVE SPACES TO GLR-LINE
                     STRING DEPT-CODE(DEPT-IX)
                            "  " GLR-ACCT-EXPENSE
                            " DEBE   ANUL. EXCESO A DEUDORES  "
                            GLR-AMOUNT
                            INTO GLR-LINE
                     WRITE GLR-LINE
                  END-IF
                  IF DEPT-RECV-TAKEN(DEPT-IX) > ZERO
                     MOVE DEPT-RECV-TAKEN(DEPT-IX) TO GLR-AMOUNT
                     MOVE SPACES TO GLR-LINE
                     STRING DEPT-CODE(DEPT-IX)
                            "  " GLR-ACCT-WITHHOLD
                            " HABER  ANUL. RECOBRO DEUDA      "
                            GLR-AMOUNT
                            INTO GLR-LINE
                     WRITE GLR-LINE
                     MOVE SPACES TO GLR-LINE
                     STRING DEPT-CODE(DEPT-IX)
                            "  " GLR-ACCT-RECV
                            " DEBE   ANUL. RECOBRO DEUDA      "
                            GLR-AMOUNT
                            INTO GLR-LINE
                     WRITE GLR-LINE
                  END-IF
               END-PERFORM.

               IF WS-DPT-AVAIL = "Y"
               MOVE ALL "?" TO GLR-ACCT-EXPENSE
                               GLR-ACCT-WITHHOLD
                               GLR-ACCT-NET
                               GLR-ACCT-SSEMP
                               GLR-ACCT-RECV.
               IF WS-DPT-AVAIL = "N"
                  EXIT PARAGRAPH
               END-IF.
                       MOVE DPT-GL-WITHHOLD TO GLR-ACCT-WITHHOLD
                       MOVE DPT-GL-NET      TO GLR-ACCT-NET
                       MOVE DPT-GL-SSEMP    TO GLR-ACCT-SSEMP
                       IF DPT-GL-RECEIVABLE NOT = SPACES
                          MOVE DPT-GL-RECEIVABLE TO GLR-ACCT-RECV
                       END-IF
               END-READ.

      *         DEVUELVE A ABIERTO EN EL CALENDARIO (SI EXISTE) EL
               END-PERFORM.
               CLOSE PERIOD-CALENDAR-FILE.

      *         ANADE A DEDTAKEN.DAT LA LINEA DE ANULACION DEL PAGO:
      *         LAS RETENCIONES ANTERIORES DEL MISMO EMPLEADO,
      *         PERIODO Y TIPO DEJAN DE REMITIRSE (SI YA SE
      *         REMITIERON, LA REMESA LO AVISA)
          Rev-VOID-DEDTAKEN.
               IF WS-DTK-OPEN = "N"
                  OPEN EXTEND DEDUCTION-TAKEN-FILE
                  IF WS-DTK-STATUS = "35"
                     OPEN OUTPUT DEDUCTION-TAKEN-FILE
                  END-IF
                  IF WS-DTK-STATUS NOT = "00"
                     DISPLAY "AVISO: no se pudo abrir DEDTAKEN.DAT "
                             "(status " WS-DTK-STATUS "); anotar a "
                             "mano la anulacion de las retenciones"
                     EXIT PARAGRAPH
                  END-IF
                  MOVE "Y" TO WS-DTK-OPEN
               END-IF.
               MOVE SPACES TO DEDUCTION-TAKEN-RECORD.
               MOVE "V"             TO DTK-REC-TYPE.
               MOVE PH-EMP-ID       TO DTK-EMP-ID.
               MOVE PH-PERIOD-END   TO DTK-PERIOD-END.
               MOVE PH-REC-TYPE     TO DTK-PAY-TYPE.
               MOVE ZERO            TO DTK-SEQ DTK-AMOUNT.
               MOVE PH-EMP-NAME     TO DTK-EMP-NAME.
               MOVE PH-PERIOD-START TO DTK-PERIOD-START.
               WRITE DEDUCTION-TAKEN-RECORD.

      *         ANADE A LABDIST.DAT LA LINEA DE ANULACION DEL PAGO:
      *         LAS HORAS POR DEPARTAMENTO ANTERIORES DEL MISMO
      *         EMPLEADO, PERIODO Y TIPO DEJAN DE CONTAR
          Rev-VOID-LABDIST.
               IF WS-LDS-OPEN = "N"
                  OPEN EXTEND LABOUR-DIST-FILE
                  IF WS-LDS-STATUS = "35"
                     OPEN OUTPUT LABOUR-DIST-FILE
                  END-IF
                  IF WS-LDS-STATUS NOT = "00"
                     DISPLAY "AVISO: no se pudo abrir LABDIST.DAT "
                             "(status " WS-LDS-STATUS "); anotar a "
                             "mano la anulacion del reparto"
                     EXIT PARAGRAPH
                  END-IF
                  MOVE "Y" TO WS-LDS-OPEN
               END-IF.
               MOVE SPACES TO LABOUR-DIST-RECORD.
               MOVE "V"           TO LD-REC-TYPE.
               MOVE PH-EMP-ID     TO LD-EMP-ID.
               MOVE PH-PERIOD-END TO LD-PERIOD-END.
               MOVE PH-REC-TYPE   TO LD-PAY-TYPE.
               MOVE ZERO          TO LD-HOURS.
               WRITE LABOUR-DIST-RECORD.

      *         AUDITORIA: UNA LINEA POR PAGO ANULADO
          Rev-LOG-ONE.
               PERFORM Rev-OPEN-AUDIT.
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " RUN ANULADO PERIODO=" WS-VOID-PERIOD-END
                      " PAGOS=" WS-COUNT-REVERSED
                      " TIPO=" WS-VOID-TYPE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

