              SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKPAY.PND"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BANK-STATUS.
      *         DEDUCCIONES RETENIDAS EN EL RUN, UNA LINEA POR
      *         DEDUCCION DESCONTADA Y SU PERCEPTOR; LA LIBERACION
      *         LAS ANADE AL REGISTRO ACUMULADO DEDTAKEN.DAT DEL
      *         QUE SALE LA REMESA A TERCEROS
              SELECT DEDUCTION-TAKEN-FILE ASSIGN TO "DEDTAKEN.PND"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DTK-STATUS.
      *         HORAS DE CADA PAGO POR DEPARTAMENTO TRABAJADO CUANDO
      *         EL COSTE SE REPARTE ENTRE CENTROS; LA LIBERACION
      *         LAS ANADE AL REGISTRO ACUMULADO LABDIST.DAT DEL QUE
      *         SALEN LOS REALES DEL PRESUPUESTO POR DEPARTAMENTO
              SELECT LABOUR-DIST-FILE ASSIGN TO "LABDIST.PND"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LDS-STATUS.
              SELECT CONTROL-REPORT-FILE ASSIGN TO "CONTROL.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

          DATA DIVISION.
          FD  BANK-PAYMENT-FILE.
          01  BANK-LINE PIC X(60).

          FD  DEDUCTION-TAKEN-FILE.
          COPY DEDTAKEN.

          FD  LABOUR-DIST-FILE.
          COPY LABDIST.

          FD  DEPARTMENT-MASTER-FILE.
          COPY DEPTMAST.

                 02    DEDUCCIONES-PERC   PIC 9V99 VALUE 0.21.

      *         Multiplicadores por tipo de horas (codigos de pago).
      *         Se cargan de la version de tasas legales vigente en
      *         el fin de periodo (STATRATE.DAT)
          01    RATE-MULTIPLIERS.
                02     OVERTIME-MULT      PIC 9V99 VALUE ZERO.
                02     HOLIDAY-MULT       PIC 9V99 VALUE ZERO.
                02     SICK-MULT          PIC 9V99 VALUE ZERO.
                02     VACATION-MULT      PIC 9V99 VALUE ZERO.

      *         Precio de la hora segun el tipo (calculados)
          01    RATE-DATOS.
                02  WH-BRACKET OCCURS 5 TIMES.
                    03 WH-UPPER-LIMIT PIC 9(6).
                    03 WH-PERCENT     PIC 9V99.
          01    WH-IX PIC 9.

      *         Tasas legales (tramos, porcentajes, bases de
      *         cotizacion y multiplicadores) de la version vigente
      *         en el fin de periodo, obtenidas de NOMINA-TASAS. Se
      *         vuelven a pedir solo cuando cambia el fin de periodo
          01    WS-TAS-FUNCTION  PIC X(1) VALUE "F".
          01    WS-TAS-VERSION   PIC 9(3) VALUE ZERO.
          01    WS-TAS-RESULT    PIC X(1).
          01    WS-RATES-FOR-END PIC X(8) VALUE SPACES.
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-RATE-RECORD==
               LEADING ==SR== BY ==WS-SR==.

      *         Base de cotizacion a la seguridad social: el bruto
      *         del periodo limitado a las bases minima y maxima de
      *         la version de tasas (mensuales, prorrateadas por
      *         dias sobre 30 en periodos de menos de 28 dias)
          01    SS-BASE            PIC 9(5)V99 VALUE ZERO.
          01    SS-BASE-MIN        PIC 9(5)V99 VALUE ZERO.
          01    SS-BASE-MAX        PIC 9(5)V99 VALUE ZERO.
          01    PERIOD-DAYS        PIC 9(3) VALUE ZERO.
          01    SS-BASE-EDIT       PIC ZZZZ9.99.

      *         Salarios calculados. SAL-BRUTO son las horas del
      *         periodo; SAL-BRUTO-AJ le suma el ajuste retroactivo
      *         (si lo hay) y es la base de retenciones y del neto

      *         Deducciones desglosadas por categoria (IRPF, seguridad
      *         social, seguro medico) en vez de un unico importe
          01    SS-PERCENT         PIC 9V9999 VALUE ZERO.
          01    INSURANCE-PERCENT  PIC 9V9999 VALUE ZERO.
          01    TAX-AMOUNT         PIC 9(5) VALUE ZERO.
          01    SS-AMOUNT          PIC 9(5) VALUE ZERO.
          01    INSURANCE-AMOUNT   PIC 9(5) VALUE ZERO.
      *         no se descuenta del neto del empleado. Viaja al
      *         historico, al payslip (informativo) y al extracto
      *         contable como gasto y pasivo propios
          01    EMPLOYER-SS-PERCENT PIC 9V9999 VALUE ZERO.
          01    EMPLOYER-SS-AMOUNT  PIC 9(5) VALUE ZERO.

      *         Resultados para mostrar por pantalla
                    03 DEPT-DEDUCTIONS PIC 9(7)V99.
                    03 DEPT-NET        PIC 9(7)V99.
                    03 DEPT-EMPLOYER-SS PIC 9(7)V99.
                    03 DEPT-RECV-NEW   PIC 9(7)V99.
                    03 DEPT-RECV-TAKEN PIC 9(7)V99.
          01    DEPT-COUNT   PIC 9(3) VALUE ZERO.
          01    DEPT-IX      PIC 9(3).
          01    DEPT-FOUND   PIC X VALUE "N".
          01    GL-ACCT-WITHHOLD PIC X(8).
          01    GL-ACCT-NET      PIC X(8).
          01    GL-ACCT-SSEMP    PIC X(8).
          01    GL-ACCT-RECV     PIC X(8).

      *         Cuadre de fin de run: los totales del registro, los
      *         incrementos YTD aplicados al maestro (que trae el
          01    GLI-WORK-ACCT  PIC X(8).
          01    GLI-HEADER-REC.
                02 GLI-H-TYPE       PIC X(1) VALUE "H".
      *         REFERENCIA DEL LOTE: NOM (EXT EN LA PAGA EXTRA, FIN
      *         EN EL FINIQUITO) +
      *         FIN DE PERIODO + HORA
                02 GLI-H-REF        PIC X(17).
                02 GLI-H-PERIOD-END PIC X(8).
                02 GLI-H-DATE       PIC X(8).
                02 GLI-T-DEBE   PIC 9(11)V99.
                02 GLI-T-HABER  PIC 9(11)V99.

      *         Registro pendiente de deducciones retenidas
          01    WS-DTK-STATUS  PIC X(2).
          01    WS-DTK-OPEN    PIC X VALUE "N".

      *         Registro pendiente de reparto por departamento
          01    WS-LDS-STATUS  PIC X(2).
          01    WS-LDS-OPEN    PIC X VALUE "N".

      *         Fichero de pagos al banco (un abono por empleado con
      *         cuenta bancaria informada, mas cabecera y cola con
      *         recuento y total que debe cuadrar con TOTAL-NETO)

      *         Deducciones recurrentes (prestamos, cuota sindical,
      *         embargos): se aplican despues de las retenciones
      *         legales, por orden de prioridad, con tope en el saldo
      *         pendiente, en el neto restante y (embargos) en el
      *         techo legal; lo no descontado queda como atraso. Se
      *         detallan en el payslip
          01    WS-DED-STATUS   PIC X(2).
          01    WS-DED-OPEN     PIC X VALUE "N".
          01    WS-DED-AVAIL    PIC X VALUE "N".
                    03 DED-DET-AMT  PIC 9(5).
          01    DED-DET-COUNT   PIC 9(2) VALUE ZERO.
          01    DED-DET-IX      PIC 9(2).
      *         Orden de aplicacion de las deducciones del empleado
      *         (DED-PRIORITY + DED-SEQ), cuota del periodo, atrasos
      *         y lo retenido ya por embargos frente al techo legal
          01    DED-ORDER.
                02  DED-ORD-ENTRY OCCURS 99 TIMES.
                    03 DED-ORD-PRIORITY PIC 9(2).
                    03 DED-ORD-SEQ      PIC 9(2).
          01    DED-ORD-COUNT   PIC 9(2) VALUE ZERO.
          01    DED-ORD-IX      PIC 9(3).
          01    DED-ORD-JX      PIC 9(2).
          01    DED-ORD-DONE    PIC X.
          01    DED-PRIORITY-WK PIC 9(2).
          01    DED-PERIOD-AMT  PIC 9(5) VALUE ZERO.
          01    DED-DUE         PIC 9(7) VALUE ZERO.
          01    GARN-TAKEN      PIC 9(5) VALUE ZERO.

      *         Control del historico permanente de nomina (PAYHIST):
      *         un registro por empleado y periodo, lo que permite la
      *         W = CLAVE LIBRE (WRITE), R = EXISTE PERO ANULADO
      *         (REWRITE), S = EXISTE UN PAGO VIVO (NO SE PAGA)
          01    WS-HIST-COLLISION PIC X VALUE "W".
      *         TIPO DE REGISTRO DEL HISTORICO QUE GENERA LA LLAMADA
      *         EN CURSO: P = NOMINA DEL PERIODO (FUNCION "C"),
      *         E = PAGA EXTRAORDINARIA (FUNCION "E", NOMINA-EXTRA),
      *         L = LIQUIDACION FINAL O FINIQUITO (FUNCION "L",
      *         NOMINA-FINIQUITO).
      *         SE CONSERVA HASTA EL CIERRE "F" PARA ROTULAR EL
      *         REGISTRO, EL EXTRACTO Y LA INTERFAZ CONTABLE
          01    WS-PAY-REC-TYPE   PIC X VALUE "P".

      *         Limite legal de retencion sobre el neto (art. 607
      *         LEC): el salario minimo mensual es inembargable y lo
      *         que lo excede se retiene por tramos de un SMI con la
      *         escala 30/50/60/75/90 %. Es el techo de los embargos
      *         (DED-CLASS "E") y de la recuperacion de prestamos del
      *         finiquito
          01    GARN-SCALE-TABLE.
                02 FILLER PIC X(15) VALUE "030050060075090".
          01    GARN-SCALE-RED REDEFINES GARN-SCALE-TABLE.
                02 GARN-PCT OCCURS 5 TIMES PIC 9V99.
          01    GARN-IX           PIC 9.
          01    GARN-SMI          PIC 9(5)V99 VALUE ZERO.
          01    GARN-REST         PIC S9(6)V99 VALUE ZERO.
          01    GARN-TRAMO        PIC 9(6)V99 VALUE ZERO.
          01    GARN-WORK         PIC 9(6)V99 VALUE ZERO.
          01    GARN-LIMIT        PIC 9(5) VALUE ZERO.

      *         Exceso pagado: si un ajuste negativo supera el bruto
      *         del periodo, lo que no cabe (RECV-UNCOVERED) queda
      *         como deuda del empleado en DEDMAST (clase "R") y se
      *         recupera en las nominas siguientes como un atraso,
      *         dentro del techo legal y, ademas, de RECV-LIMIT: la
      *         parte del liquido del periodo que fija la politica
      *         de empresa (SR-RECV-MAX-PERCENT; cero = sin tope)
          01    RECV-UNCOVERED    PIC 9(6) VALUE ZERO.
          01    RECV-TAKEN        PIC 9(5) VALUE ZERO.
          01    RECV-LIMIT        PIC 9(5) VALUE ZERO.
          01    RECV-PERCENT      PIC 9V99 VALUE ZERO.
          01    RECV-FOUND        PIC X VALUE "N".
          01    RECV-SEQ          PIC 9(2) VALUE ZERO.
          01    RECV-MAX-SEQ      PIC 9(2) VALUE ZERO.
          01    RECV-TOT-NEW      PIC 9(7)V99 VALUE ZERO.
          01    RECV-TOT-TAKEN    PIC 9(7)V99 VALUE ZERO.

          LINKAGE SECTION.
                01 EMPLOYEE-ID    PIC 9(5).
                   05 SPLIT-ENTRY OCCURS 10 TIMES.
                      10 SPLIT-DEPT  PIC X(4).
                      10 SPLIT-HOURS PIC 9(3).
      *         GRUPO DE PAGO (M/W) DEL RUN, O DEL EMPLEADO EN LA
      *         PAGA EXTRAORDINARIA Y EL FINIQUITO; VA A LA CLAVE
      *         ALTERNATIVA DEL HISTORICO (ESPACIO SE GRABA COMO M)
                01 PAY-GROUP            PIC X(1).

          PROCEDURE DIVISION USING
                 EMPLOYEE-ID
                 OUT-BALANCE-FLAG
                 ACCRUED-FLAG
                 OUT-SKIP-FLAG
                 WORK-DEPT-SPLIT
                 PAY-GROUP.

           MAIN-CALCULADORA.
                 EVALUATE WS-FUNCTION
                     WHEN "F"
                        PERFORM FINALIZE-REGISTER
                     WHEN OTHER
                        EVALUATE WS-FUNCTION
                           WHEN "E"
                              MOVE "E" TO WS-PAY-REC-TYPE
                           WHEN "L"
                              MOVE "L" TO WS-PAY-REC-TYPE
                           WHEN OTHER
                              MOVE "P" TO WS-PAY-REC-TYPE
                        END-EVALUATE
      *                  ANTES DE PAGAR NADA SE COMPRUEBA QUE NO
      *                  EXISTA YA UN PAGO VIVO EN EL HISTORICO
      *                  PARA ESTE EMPLEADO Y PERIODO; SI EXISTE,
                    IF WS-HIST-STATUS NOT = "00"
                       DISPLAY "ERROR: no se pudo abrir PAYHIST.DAT "
                               "(status " WS-HIST-STATUS ")"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE "Y" TO WS-HIST-OPEN
                 MOVE SPACES TO PAYROLL-HISTORY-RECORD.
                 MOVE EMPLOYEE-ID TO PH-EMP-ID.
                 MOVE PERIOD-END  TO PH-PERIOD-END.
                 MOVE WS-PAY-REC-TYPE TO PH-REC-TYPE.
                 READ PAYROLL-HISTORY-FILE
                      INVALID KEY
                         CONTINUE

      *          Calcula y almacena los resultados
           CALCULAR-SALARIOS.
                 PERFORM LOAD-STATUTORY-RATES.
                 MOVE PAY-RATE TO PRICE-PER-HOURS.

      *          Precio de cada tipo de hora segun su codigo de pago

      *          Aplica el ajuste retroactivo (si lo hay) al bruto
      *          base de retenciones; un ajuste negativo nunca puede
      *          dejar el bruto por debajo de cero: el exceso queda
      *          como deuda del empleado
                 MOVE ZERO TO RECV-UNCOVERED.
                 COMPUTE SAL-TEMP = SAL-BRUTO + ADJ-AMOUNT.
                 IF SAL-TEMP < ZERO
                    COMPUTE RECV-UNCOVERED = ZERO - SAL-TEMP
                    DISPLAY "AVISO: ajuste negativo mayor que el "
                            "bruto del empleado " EMPLOYEE-ID
                            "; bruto cero y exceso de "
                            RECV-UNCOVERED " eur a deudores"
                    MOVE ZERO TO SAL-BRUTO-AJ
                 ELSE
                    MOVE SAL-TEMP TO SAL-BRUTO-AJ
                   + HOURS-VACATION.

                 PERFORM LOOKUP-WITHHOLDING-PERCENT.
                 PERFORM COMPUTE-SS-BASE.

      *          IRPF SEGUN EL TRAMO Y SEGURO MEDICO SOBRE EL SALARIO
      *          BRUTO; SEGURIDAD SOCIAL SOBRE LA BASE DE COTIZACION
                 COMPUTE TAX-AMOUNT ROUNDED =
                         SAL-BRUTO-AJ * DEDUCCIONES-PERC.
                 COMPUTE SS-AMOUNT ROUNDED =
                         SS-BASE * SS-PERCENT.
                 COMPUTE INSURANCE-AMOUNT ROUNDED =
                         SAL-BRUTO-AJ * INSURANCE-PERCENT.

                 COMPUTE DEDUCCIONES =
                         TAX-AMOUNT + SS-AMOUNT + INSURANCE-AMOUNT.

      *          Cotizacion patronal del periodo: se calcula sobre la
      *          misma base de cotizacion pero NO entra en
      *          DEDUCCIONES ni en el neto; es coste de la empresa
                 COMPUTE EMPLOYER-SS-AMOUNT ROUNDED =
                         SS-BASE * EMPLOYER-SS-PERCENT.

      *          Deducciones recurrentes del empleado (prestamos,
      *          cuotas, embargos), despues de las retenciones
      *          legales. La paga extraordinaria no las lleva: las
      *          cuotas son mensuales y ya se cobran en la nomina
      *          del periodo. El finiquito no aplica las cuotas: con
      *          el salario de liquidacion recupera el saldo de los
      *          prestamos que siguen abiertos, hasta el limite legal
                 EVALUATE WS-PAY-REC-TYPE
                    WHEN "E"
                       MOVE ZERO TO OTHER-DEDUCT DED-DET-COUNT
                                    RECV-TAKEN
                    WHEN "L"
                       PERFORM APPLY-SETTLEMENT-RECOVERY
                    WHEN OTHER
                       PERFORM APPLY-RECURRING-DEDUCTIONS
                 END-EVALUATE.
                 ADD OTHER-DEDUCT TO DEDUCCIONES.

      *          El exceso del ajuste se registra despues de aplicar
      *          las deducciones: empieza a recuperarse en la nomina
      *          siguiente
                 IF RECV-UNCOVERED > ZERO
                    PERFORM RECORD-OVERPAYMENT
                 END-IF.

                 COMPUTE SAL-NETO = SAL-BRUTO-AJ - DEDUCCIONES.

      *          Almacena el String para salida en TAB-RESULT

                 MOVE SPACES TO OUT-DEPT-OVERFLOW-DEPT.
                 PERFORM ACCUMULATE-DEPT-TOTALS.
                 IF RECV-UNCOVERED > ZERO OR RECV-TAKEN > ZERO
                    PERFORM ACCUMULATE-DEPT-RECEIVABLE
                 END-IF.

                 MOVE SAL-BRUTO-AJ TO OUT-SAL-BRUTO.
                 MOVE DEDUCCIONES TO OUT-DEDUCCIONES.
                 PERFORM WRITE-REGISTER-LINE.
                 PERFORM WRITE-PAYSLIP.
                 PERFORM WRITE-HISTORY-RECORD.
                 PERFORM WRITE-LABOUR-DIST.
                 PERFORM WRITE-BANK-PAYMENT.

      *          Aplica las deducciones recurrentes del empleado en
      *          el orden de DED-PRIORITY (a igualdad, por DED-SEQ):
      *          cuota del periodo (importe fijo o porcentaje del
      *          bruto) mas los atrasos pendientes, con tope en el
      *          saldo (prestamos), en el neto restante y, para los
      *          embargos, en el techo legal de retencion. Lo que no
      *          se puede descontar queda como atraso para los
      *          periodos siguientes; saldo y atrasos se regraban en
      *          DEDMAST
           APPLY-RECURRING-DEDUCTIONS.
                 MOVE ZERO TO OTHER-DEDUCT DED-DET-COUNT GARN-TAKEN
                              RECV-TAKEN.
                 PERFORM OPEN-DEDUCTION-FILE.
                 IF WS-DED-AVAIL = "N"
                    EXIT PARAGRAPH
                 END-IF.
                 PERFORM LOAD-DEDUCTION-ORDER.
                 IF DED-ORD-COUNT = ZERO
                    EXIT PARAGRAPH
                 END-IF.
                 PERFORM COMPUTE-GARNISH-LIMIT.
                 PERFORM COMPUTE-RECOVERY-LIMIT.
                 PERFORM VARYING DED-ORD-IX FROM 1 BY 1
                         UNTIL DED-ORD-IX > DED-ORD-COUNT
                    MOVE EMPLOYEE-ID TO DED-EMP-ID
                    MOVE DED-ORD-SEQ(DED-ORD-IX) TO DED-SEQ
                    READ DEDUCTION-MASTER-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM APPLY-ONE-DEDUCTION
                    END-READ
                 END-PERFORM.

      *          Abre DEDMAST la primera vez que se necesita; sin
      *          fichero el run sigue sin deducciones recurrentes
           OPEN-DEDUCTION-FILE.
                 IF WS-DED-OPEN = "N"
                    OPEN I-O DEDUCTION-MASTER-FILE
                    IF WS-DED-STATUS = "00"
                    END-IF
                    MOVE "Y" TO WS-DED-OPEN
                 END-IF.

      *          Carga en DED-ORDER las deducciones del empleado
      *          ordenadas por prioridad y secuencia (insercion: el
      *          fichero ya viene por secuencia dentro del empleado)
           LOAD-DEDUCTION-ORDER.
                 MOVE ZERO TO DED-ORD-COUNT.
                 MOVE EMPLOYEE-ID TO DED-EMP-ID.
                 MOVE ZERO        TO DED-SEQ.
                 START DEDUCTION-MASTER-FILE KEY IS >= DED-KEY
                          IF DED-EMP-ID NOT = EMPLOYEE-ID
                             MOVE "Y" TO WS-DED-EOF
                          ELSE
                             PERFORM ADD-DEDUCTION-ORDER
                          END-IF
                    END-READ
                 END-PERFORM.

           ADD-DEDUCTION-ORDER.
                 IF DED-ORD-COUNT >= 99
                    EXIT PARAGRAPH
                 END-IF.
                 IF DED-PRIORITY IS NUMERIC
                    MOVE DED-PRIORITY TO DED-PRIORITY-WK
                 ELSE
                    MOVE 50 TO DED-PRIORITY-WK
                 END-IF.
                 MOVE DED-ORD-COUNT TO DED-ORD-JX.
                 MOVE "N" TO DED-ORD-DONE.
                 PERFORM UNTIL DED-ORD-DONE = "Y"
                    IF DED-ORD-JX = ZERO
                       MOVE "Y" TO DED-ORD-DONE
                    ELSE
                       IF DED-ORD-PRIORITY(DED-ORD-JX) >
                          DED-PRIORITY-WK
                          MOVE DED-ORD-ENTRY(DED-ORD-JX)
                            TO DED-ORD-ENTRY(DED-ORD-JX + 1)
                          SUBTRACT 1 FROM DED-ORD-JX
                       ELSE
                          MOVE "Y" TO DED-ORD-DONE
                       END-IF
                    END-IF
                 END-PERFORM.
                 ADD 1 TO DED-ORD-JX.
                 MOVE DED-PRIORITY-WK TO DED-ORD-PRIORITY(DED-ORD-JX).
                 MOVE DED-SEQ         TO DED-ORD-SEQ(DED-ORD-JX).
                 ADD 1 TO DED-ORD-COUNT.

      *          Aplica una deduccion: la cuota del periodo si esta
      *          vigente, mas los atrasos que arrastre (que se siguen
      *          cobrando aunque la deduccion ya no este vigente)
           APPLY-ONE-DEDUCTION.
                 IF DED-ARREARS IS NOT NUMERIC
                    MOVE ZERO TO DED-ARREARS
                 END-IF.
                 MOVE ZERO TO DED-PERIOD-AMT.
                 IF PERIOD-END >= DED-START-DATE AND
                    PERIOD-END <= DED-STOP-DATE
                    IF DED-METHOD = "P"
                       COMPUTE DED-PERIOD-AMT ROUNDED =
                               SAL-BRUTO-AJ * DED-PERCENT
                    ELSE
                       MOVE DED-AMOUNT TO DED-PERIOD-AMT
                    END-IF
                 END-IF.
                 IF DED-PERIOD-AMT = ZERO AND DED-ARREARS = ZERO
                    EXIT PARAGRAPH
                 END-IF.

      *          Prestamo/embargo ya saldado: no queda nada que
      *          deber, tampoco atrasos
                 IF DED-UNLIMITED NOT = "S" AND DED-BALANCE = ZERO
                    IF DED-ARREARS > ZERO
                       MOVE ZERO TO DED-ARREARS
                       PERFORM REWRITE-DEDUCTION
                    END-IF
                    EXIT PARAGRAPH
                 END-IF.

                 COMPUTE DED-DUE = DED-PERIOD-AMT + DED-ARREARS.
      *          Tope en el saldo pendiente del prestamo/embargo
                 IF DED-UNLIMITED NOT = "S" AND DED-DUE > DED-BALANCE
                    MOVE DED-BALANCE TO DED-DUE
                 END-IF.

      *          Tope en el neto que queda tras lo ya deducido y, en
      *          los embargos y el recobro de excesos, en lo que
      *          queda del techo legal; el recobro tiene ademas el
      *          tope por periodo de la politica de empresa
                 COMPUTE DED-REMAINING =
                         SAL-BRUTO-AJ - DEDUCCIONES - OTHER-DEDUCT.
                 IF DED-REMAINING < ZERO
                    MOVE ZERO TO DED-REMAINING
                 END-IF.
                 IF (DED-CLASS = "E" OR DED-CLASS = "R") AND
                    GARN-LIMIT - GARN-TAKEN < DED-REMAINING
                    COMPUTE DED-REMAINING = GARN-LIMIT - GARN-TAKEN
                 END-IF.
                 IF DED-CLASS = "R" AND RECV-PERCENT > ZERO AND
                    RECV-LIMIT - RECV-TAKEN < DED-REMAINING
                    COMPUTE DED-REMAINING = RECV-LIMIT - RECV-TAKEN
                 END-IF.
                 IF DED-DUE > DED-REMAINING
                    MOVE DED-REMAINING TO DED-CANDIDATE
                 ELSE
                    MOVE DED-DUE TO DED-CANDIDATE
                 END-IF.

      *          Lo que no cabe pasa (o sigue) como atraso
                 COMPUTE DED-ARREARS = DED-DUE - DED-CANDIDATE.

                 IF DED-CANDIDATE > ZERO
                    ADD DED-CANDIDATE TO OTHER-DEDUCT
                    IF DED-CLASS = "E" OR DED-CLASS = "R"
                       ADD DED-CANDIDATE TO GARN-TAKEN
                    END-IF
                    IF DED-CLASS = "R"
                       ADD DED-CANDIDATE TO RECV-TAKEN
                    END-IF
                    IF DED-DET-COUNT < 10
                       ADD 1 TO DED-DET-COUNT
                       MOVE DED-DESC TO DED-DET-DESC(DED-DET-COUNT)
                       MOVE DED-CANDIDATE
                         TO DED-DET-AMT(DED-DET-COUNT)
                    END-IF
                    IF DED-UNLIMITED NOT = "S"
                       SUBTRACT DED-CANDIDATE FROM DED-BALANCE
                    END-IF
                    PERFORM WRITE-DEDUCTION-TAKEN
                 END-IF.
                 PERFORM REWRITE-DEDUCTION.

      *          Deja en DEDTAKEN.PND lo realmente retenido por la
      *          deduccion en curso y a que perceptor corresponde
           WRITE-DEDUCTION-TAKEN.
                 IF WS-DTK-OPEN = "N"
                    OPEN OUTPUT DEDUCTION-TAKEN-FILE
                    IF WS-DTK-STATUS NOT = "00"
                       DISPLAY "ERROR: no se pudo abrir DEDTAKEN.PND "
                               "(status " WS-DTK-STATUS ")"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE "Y" TO WS-DTK-OPEN
                 END-IF.
                 MOVE SPACES TO DEDUCTION-TAKEN-RECORD.
                 MOVE "D"             TO DTK-REC-TYPE.
                 MOVE EMPLOYEE-ID     TO DTK-EMP-ID.
                 MOVE PERIOD-END      TO DTK-PERIOD-END.
                 MOVE WS-PAY-REC-TYPE TO DTK-PAY-TYPE.
                 MOVE DED-SEQ         TO DTK-SEQ.
                 MOVE DED-DESC        TO DTK-DESC.
                 MOVE DED-CLASS       TO DTK-CLASS.
                 MOVE DED-PAYEE       TO DTK-PAYEE.
                 MOVE DED-CANDIDATE   TO DTK-AMOUNT.
                 MOVE EMPLOYEE-NAME   TO DTK-EMP-NAME.
                 MOVE PERIOD-START    TO DTK-PERIOD-START.
                 WRITE DEDUCTION-TAKEN-RECORD.

           REWRITE-DEDUCTION.
                 REWRITE DEDUCTION-RECORD.
                 IF WS-DED-STATUS NOT = "00"
                    DISPLAY "ERROR: no se pudo actualizar el "
                            "saldo de la deduccion del empleado "
                            EMPLOYEE-ID " (status "
                            WS-DED-STATUS ")"
                 END-IF.

      *          Finiquito: descuenta del salario de liquidacion el
      *          saldo pendiente de cada prestamo abierto del empleado
      *          (saldo decreciente, DED-UNLIMITED distinto de "S", con
      *          saldo), este o no vigente su calendario de cuotas, en
      *          el orden de prioridad y sin pasar del limite legal de
      *          retencion del neto. Lo que no cabe queda como saldo
      *          en DEDMAST y, como el empleado ya no cobrara mas
      *          nominas, todo el saldo pasa a atraso
           APPLY-SETTLEMENT-RECOVERY.
                 MOVE ZERO TO OTHER-DEDUCT DED-DET-COUNT GARN-TAKEN
                              RECV-TAKEN.
                 PERFORM COMPUTE-GARNISH-LIMIT.
                 PERFORM OPEN-DEDUCTION-FILE.
                 IF WS-DED-AVAIL = "N"
                    EXIT PARAGRAPH
                 END-IF.
                 PERFORM LOAD-DEDUCTION-ORDER.
                 PERFORM VARYING DED-ORD-IX FROM 1 BY 1
                         UNTIL DED-ORD-IX > DED-ORD-COUNT
                    MOVE EMPLOYEE-ID TO DED-EMP-ID
                    MOVE DED-ORD-SEQ(DED-ORD-IX) TO DED-SEQ
                    READ DEDUCTION-MASTER-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM RECOVER-ONE-LOAN
                    END-READ
                 END-PERFORM.

      *          Recupera (todo o en parte) el saldo de un prestamo
           RECOVER-ONE-LOAN.
                 IF DED-UNLIMITED = "S" OR DED-BALANCE = ZERO
                    EXIT PARAGRAPH
                 END-IF.
                 COMPUTE DED-REMAINING = GARN-LIMIT - OTHER-DEDUCT.
                 IF DED-REMAINING < ZERO
                    MOVE ZERO TO DED-REMAINING
                 END-IF.
                 IF DED-BALANCE > DED-REMAINING
                    MOVE DED-REMAINING TO DED-CANDIDATE
                 ELSE
                    MOVE DED-BALANCE TO DED-CANDIDATE
                 END-IF.

                 IF DED-CANDIDATE > ZERO
                    ADD DED-CANDIDATE TO OTHER-DEDUCT
                    IF DED-DET-COUNT < 10
                       ADD 1 TO DED-DET-COUNT
                       MOVE DED-DESC TO DED-DET-DESC(DED-DET-COUNT)
                       MOVE DED-CANDIDATE
                         TO DED-DET-AMT(DED-DET-COUNT)
                    END-IF
                    IF DED-CLASS = "R"
                       ADD DED-CANDIDATE TO RECV-TAKEN
                    END-IF
                    SUBTRACT DED-CANDIDATE FROM DED-BALANCE
                    PERFORM WRITE-DEDUCTION-TAKEN
                 END-IF.
                 MOVE DED-BALANCE TO DED-ARREARS.
                 PERFORM REWRITE-DEDUCTION.

      *          Limite legal de retencion sobre el neto que queda
      *          tras las retenciones legales (GARN-LIMIT, en euros
      *          enteros, truncado). Sin SMI en la version de tasas
      *          (versiones anteriores al campo) el limite es el
      *          neto entero, como antes
           COMPUTE-GARNISH-LIMIT.
                 COMPUTE GARN-REST = SAL-BRUTO-AJ - DEDUCCIONES.
                 IF GARN-REST <= ZERO
                    MOVE ZERO TO GARN-LIMIT
                    EXIT PARAGRAPH
                 END-IF.
                 IF WS-SR-SMI-MONTHLY IS NOT NUMERIC
                    MOVE ZERO TO GARN-SMI
                 ELSE
                    MOVE WS-SR-SMI-MONTHLY TO GARN-SMI
                 END-IF.
                 IF GARN-SMI = ZERO
                    MOVE GARN-REST TO GARN-LIMIT
                    EXIT PARAGRAPH
                 END-IF.
      *          El SMI es mensual; en periodos semanales se
      *          prorratea por dias sobre 30, como las bases de
      *          cotizacion
                 IF PERIOD-DAYS < 28 AND WS-PAY-REC-TYPE = "P"
                    COMPUTE GARN-SMI ROUNDED =
                            GARN-SMI * PERIOD-DAYS / 30
                 END-IF.
                 SUBTRACT GARN-SMI FROM GARN-REST.
                 MOVE ZERO TO GARN-WORK.
                 PERFORM VARYING GARN-IX FROM 1 BY 1
                         UNTIL GARN-IX > 5 OR GARN-REST <= ZERO
                    IF GARN-REST > GARN-SMI AND GARN-IX < 5
                       MOVE GARN-SMI TO GARN-TRAMO
                    ELSE
                       MOVE GARN-REST TO GARN-TRAMO
                    END-IF
                    COMPUTE GARN-WORK = GARN-WORK
                            + GARN-TRAMO * GARN-PCT(GARN-IX)
                    SUBTRACT GARN-TRAMO FROM GARN-REST
                 END-PERFORM.
                 COMPUTE GARN-LIMIT = GARN-WORK.

      *          Tope por periodo del recobro de excesos pagados: el
      *          porcentaje de la politica de empresa sobre el
      *          liquido tras las retenciones legales (en euros
      *          enteros, truncado). Sin porcentaje en la version de
      *          tasas solo rige el techo legal
           COMPUTE-RECOVERY-LIMIT.
                 IF WS-SR-RECV-MAX-PERCENT IS NOT NUMERIC
                    MOVE ZERO TO RECV-PERCENT
                 ELSE
                    MOVE WS-SR-RECV-MAX-PERCENT TO RECV-PERCENT
                 END-IF.
                 MOVE ZERO TO RECV-LIMIT.
                 IF RECV-PERCENT > ZERO AND
                    SAL-BRUTO-AJ > DEDUCCIONES
                    COMPUTE RECV-LIMIT =
                            (SAL-BRUTO-AJ - DEDUCCIONES) * RECV-PERCENT
                 END-IF.

      *          Registra en DEDMAST el exceso pagado al empleado: si
      *          ya tiene una deuda de clase "R" abierta se le suma;
      *          si no, se da de alta una linea nueva (siguiente
      *          secuencia libre) sin cuota, con todo el importe como
      *          saldo y atraso, que se va recuperando en las nominas
      *          siguientes. Sin DEDMAST no se puede dejar constancia
      *          de la deuda y el exceso no pasa a deudores
           RECORD-OVERPAYMENT.
                 PERFORM OPEN-DEDUCTION-FILE.
                 IF WS-DED-AVAIL = "N"
                    DISPLAY "ERROR: DEDMAST no disponible; el exceso "
                            "del empleado " EMPLOYEE-ID
                            " no queda registrado como deuda"
                    MOVE ZERO TO RECV-UNCOVERED
                    EXIT PARAGRAPH
                 END-IF.
                 MOVE "N" TO RECV-FOUND.
                 MOVE ZERO TO RECV-SEQ RECV-MAX-SEQ.
                 MOVE EMPLOYEE-ID TO DED-EMP-ID.
                 MOVE ZERO        TO DED-SEQ.
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
                          IF DED-EMP-ID NOT = EMPLOYEE-ID
                             MOVE "Y" TO WS-DED-EOF
                          ELSE
                             MOVE DED-SEQ TO RECV-MAX-SEQ
                             IF DED-CLASS = "R" AND DED-BALANCE > ZERO
                                AND RECV-FOUND = "N"
                                MOVE "Y" TO RECV-FOUND
                                MOVE DED-SEQ TO RECV-SEQ
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM.

                 IF RECV-FOUND = "Y"
                    MOVE EMPLOYEE-ID TO DED-EMP-ID
                    MOVE RECV-SEQ    TO DED-SEQ
                    READ DEDUCTION-MASTER-FILE
                       INVALID KEY
                          MOVE "N" TO RECV-FOUND
                    END-READ
                 END-IF.
                 IF RECV-FOUND = "Y"
                    IF DED-ARREARS IS NOT NUMERIC
                       MOVE ZERO TO DED-ARREARS
                    END-IF
                    ADD RECV-UNCOVERED TO DED-BALANCE
                    ADD RECV-UNCOVERED TO DED-ARREARS
                    PERFORM REWRITE-DEDUCTION
                    EXIT PARAGRAPH
                 END-IF.

                 IF RECV-MAX-SEQ >= 99
                    DISPLAY "ERROR: el empleado " EMPLOYEE-ID
                            " no tiene secuencias de deduccion libres;"
                            " el exceso no queda registrado como deuda"
                    MOVE ZERO TO RECV-UNCOVERED
                    EXIT PARAGRAPH
                 END-IF.
                 MOVE SPACES TO DEDUCTION-RECORD.
                 MOVE EMPLOYEE-ID    TO DED-EMP-ID.
                 COMPUTE DED-SEQ = RECV-MAX-SEQ + 1.
                 MOVE "RECOBRO EXC." TO DED-DESC.
                 MOVE "F"            TO DED-METHOD.
                 MOVE ZERO           TO DED-AMOUNT DED-PERCENT.
                 MOVE PERIOD-END     TO DED-START-DATE DED-STOP-DATE.
                 MOVE "N"            TO DED-UNLIMITED.
                 MOVE RECV-UNCOVERED TO DED-BALANCE DED-ARREARS.
                 MOVE 10             TO DED-PRIORITY.
                 MOVE "R"            TO DED-CLASS.
                 WRITE DEDUCTION-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: no se pudo dar de alta la deuda "
                               "del empleado " EMPLOYEE-ID " (status "
                               WS-DED-STATUS ")"
                       MOVE ZERO TO RECV-UNCOVERED
                 END-WRITE.

      *          Carga las tasas legales de la version vigente en el
      *          fin de periodo (tramos de retencion, porcentajes,
      *          bases de cotizacion y multiplicadores). Solo se
      *          consulta STATRATE.DAT cuando cambia el fin de
      *          periodo; sin version vigente no se puede liquidar
           LOAD-STATUTORY-RATES.
                 IF PERIOD-END = WS-RATES-FOR-END
                    EXIT PARAGRAPH
                 END-IF.
                 MOVE "F" TO WS-TAS-FUNCTION.
                 CALL "NOMINA-TASAS"
                    USING  WS-TAS-FUNCTION
                           PERIOD-END
                           WS-TAS-VERSION
                           WS-RATE-RECORD
                           WS-TAS-RESULT.
                 IF WS-TAS-RESULT NOT = "Y"
                    DISPLAY "ERROR: no hay version de tasas legales "
                            "vigente para el fin de periodo "
                            PERIOD-END "; nomina cancelada"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF.
                 PERFORM VARYING WH-IX FROM 1 BY 1 UNTIL WH-IX > 5
                    MOVE WS-SR-WH-UPPER-LIMIT(WH-IX)
                      TO WH-UPPER-LIMIT(WH-IX)
                    MOVE WS-SR-WH-PERCENT(WH-IX) TO WH-PERCENT(WH-IX)
                 END-PERFORM.
                 MOVE WS-SR-OVERTIME-MULT      TO OVERTIME-MULT.
                 MOVE WS-SR-HOLIDAY-MULT       TO HOLIDAY-MULT.
                 MOVE WS-SR-SICK-MULT          TO SICK-MULT.
                 MOVE WS-SR-VACATION-MULT      TO VACATION-MULT.
                 MOVE WS-SR-SS-PERCENT         TO SS-PERCENT.
                 MOVE WS-SR-INSURANCE-PERCENT  TO INSURANCE-PERCENT.
                 MOVE WS-SR-EMPLOYER-SS-PERCENT
                   TO EMPLOYER-SS-PERCENT.
      *          BASES DE COTIZACION DEL PERIODO: LAS MENSUALES TAL
      *          CUAL, O PRORRATEADAS POR DIAS SOBRE 30 EN LOS
      *          PERIODOS SEMANALES. EL FINIQUITO (PERIODO DE UN DIA,
      *          LA FECHA DE BAJA) USA LAS MENSUALES
                 COMPUTE PERIOD-DAYS =
                         FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL(PERIOD-END))
                       - FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL(PERIOD-START))
                       + 1.
                 IF PERIOD-DAYS < 28 AND WS-PAY-REC-TYPE NOT = "L"
                    COMPUTE SS-BASE-MIN ROUNDED =
                            WS-SR-SS-BASE-MIN * PERIOD-DAYS / 30
                    COMPUTE SS-BASE-MAX ROUNDED =
                            WS-SR-SS-BASE-MAX * PERIOD-DAYS / 30
                 ELSE
                    MOVE WS-SR-SS-BASE-MIN TO SS-BASE-MIN
                    MOVE WS-SR-SS-BASE-MAX TO SS-BASE-MAX
                 END-IF.
                 MOVE PERIOD-END TO WS-RATES-FOR-END.

      *          Base de cotizacion del empleado: el bruto base de
      *          retenciones dentro de las bases minima y maxima. Un
      *          periodo sin bruto no cotiza. La paga extraordinaria
      *          y el finiquito solo se limitan por la maxima: la
      *          minima ya la cubre la nomina mensual del empleado
           COMPUTE-SS-BASE.
                 MOVE SAL-BRUTO-AJ TO SS-BASE.
                 IF SS-BASE = ZERO
                    EXIT PARAGRAPH
                 END-IF.
                 IF SS-BASE < SS-BASE-MIN AND WS-PAY-REC-TYPE = "P"
                    MOVE SS-BASE-MIN TO SS-BASE
                 END-IF.
                 IF SS-BASE-MAX > ZERO AND SS-BASE > SS-BASE-MAX
                    MOVE SS-BASE-MAX TO SS-BASE
                 END-IF.

      *          Busca en la tabla el % de retencion que corresponde
      *          al SAL-BRUTO calculado y lo deja en DEDUCCIONES-PERC
           LOOKUP-WITHHOLDING-PERCENT.
                 PERFORM VARYING WH-IX FROM 1 BY 1
                         UNTIL WH-IX > 5
                            OR SAL-BRUTO-AJ <= WH-UPPER-LIMIT(WH-IX)
                    END-IF
                 END-IF.

      *          El exceso que pasa a deudores y lo recuperado de
      *          deudas anteriores van integros al departamento del
      *          maestro, como el ajuste del que proceden
           ACCUMULATE-DEPT-RECEIVABLE.
                 MOVE EMP-DEPT TO WORK-DEPT-CODE.
                 PERFORM FIND-DEPT-ENTRY.
                 IF DEPT-FOUND = "Y"
                    ADD RECV-UNCOVERED TO DEPT-RECV-NEW(DEPT-IX)
                    ADD RECV-TAKEN     TO DEPT-RECV-TAKEN(DEPT-IX)
                 END-IF.

      *          Parte proporcional de un centro trabajado: se
      *          calcula sobre los importes y horas que quedan, de
      *          modo que el ultimo centro recibe exactamente el
                                    DEPT-DEDUCTIONS(DEPT-IX)
                                    DEPT-NET(DEPT-IX)
                                    DEPT-EMPLOYER-SS(DEPT-IX)
                                    DEPT-RECV-NEW(DEPT-IX)
                                    DEPT-RECV-TAKEN(DEPT-IX)
                       MOVE "Y" TO DEPT-FOUND
                    END-IF
                 END-IF.
                IF WS-REG-STATUS NOT = "00"
                   DISPLAY "ERROR: no se pudo abrir PAYROLL.REG "
                           "(status " WS-REG-STATUS ")"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                EVALUATE WS-PAY-REC-TYPE
                   WHEN "E"
                      MOVE "REGISTRO DE NOMINA - PAGA EXTRAORDINARIA"
                           TO REGISTER-LINE
                   WHEN "L"
                      MOVE "REGISTRO DE NOMINA - FINIQUITO"
                           TO REGISTER-LINE
                   WHEN OTHER
                      MOVE "REGISTRO DE NOMINA" TO REGISTER-LINE
                END-EVALUATE
                WRITE REGISTER-LINE
                STRING "PERIODO: " PERIOD-START " a " PERIOD-END
                       INTO REGISTER-LINE

      *          Escribe la linea de totales y cierra el fichero
          FINALIZE-REGISTER.
      *          Los ficheros pendientes de aprobacion se crean
      *          SIEMPRE, aunque el run no haya generado contenido:
      *          asi la liberacion nunca puede publicar los .PND de
      *          un run anterior como si fueran de este
                OPEN OUTPUT BANK-PAYMENT-FILE
                CLOSE BANK-PAYMENT-FILE
             END-IF.
             IF WS-DTK-OPEN = "N"
                OPEN OUTPUT DEDUCTION-TAKEN-FILE
                CLOSE DEDUCTION-TAKEN-FILE
             END-IF.
             IF WS-LDS-OPEN = "N"
                OPEN OUTPUT LABOUR-DIST-FILE
                CLOSE LABOUR-DIST-FILE
             END-IF.
             IF DEPT-COUNT = ZERO
                OPEN OUTPUT GL-EXTRACT-FILE
                CLOSE GL-EXTRACT-FILE
                CLOSE PAYROLL-HISTORY-FILE
                MOVE "N" TO WS-HIST-OPEN
             END-IF.
             IF WS-DTK-OPEN = "Y"
                CLOSE DEDUCTION-TAKEN-FILE
                MOVE "N" TO WS-DTK-OPEN
             END-IF.
             IF WS-LDS-OPEN = "Y"
                CLOSE LABOUR-DIST-FILE
                MOVE "N" TO WS-LDS-OPEN
             END-IF.
             IF WS-DED-OPEN = "Y"
                IF WS-DED-AVAIL = "Y"
                   CLOSE DEDUCTION-MASTER-FILE
      *          de control y el veredicto en OUT-BALANCE-FLAG
      *          (E = EQUILIBRADO, D = DESCUADRE)
          BALANCE-CONTROL.
             MOVE ZERO TO GL-TOT-GROSS GL-TOT-DEDUC GL-TOT-NET
                          RECV-TOT-NEW RECV-TOT-TAKEN.
             PERFORM VARYING DEPT-IX FROM 1 BY 1
                     UNTIL DEPT-IX > DEPT-COUNT
                ADD DEPT-RECV-NEW(DEPT-IX)   TO RECV-TOT-NEW
                ADD DEPT-RECV-TAKEN(DEPT-IX) TO RECV-TOT-TAKEN
                ADD DEPT-GROSS(DEPT-IX)      TO GL-TOT-GROSS
                ADD DEPT-ADJUST(DEPT-IX)     TO GL-TOT-GROSS
                ADD DEPT-DEDUCTIONS(DEPT-IX) TO GL-TOT-DEDUC
             IF WS-CTL-STATUS NOT = "00"
                DISPLAY "ERROR: no se pudo abrir CONTROL.RPT "
                        "(status " WS-CTL-STATUS ")"
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF.
             EVALUATE WS-PAY-REC-TYPE
                WHEN "E"
                   MOVE "INFORME DE CONTROL DE CUADRE DE LA PAGA EXTRA"
                        TO CONTROL-LINE
                WHEN "L"
                   MOVE "INFORME DE CONTROL DE CUADRE DEL FINIQUITO"
                        TO CONTROL-LINE
                WHEN OTHER
                   MOVE "INFORME DE CONTROL DE CUADRE DEL RUN DE NOMINA"
                        TO CONTROL-LINE
             END-EVALUATE.
             WRITE CONTROL-LINE.
             MOVE SPACES TO CONTROL-LINE.
             STRING "PERIODO: " PERIOD-START " a " PERIOD-END
                    " NETO " GL-TOT-NET
                    INTO CONTROL-LINE.
             WRITE CONTROL-LINE.
      *          Movimiento de deudores del personal (informativo: no
      *          entra en el cuadre, son apuntes compensados)
             IF RECV-TOT-NEW > ZERO OR RECV-TOT-TAKEN > ZERO
                MOVE SPACES TO CONTROL-LINE
                STRING "DEUDORES   EXCESO " RECV-TOT-NEW
                       " RECOBRO " RECV-TOT-TAKEN
                       INTO CONTROL-LINE
                WRITE CONTROL-LINE
             END-IF.
             MOVE SPACES TO CONTROL-LINE.
             WRITE CONTROL-LINE.
             IF OUT-BALANCE-FLAG = "E"
                IF WS-SLIP-STATUS NOT = "00"
                   DISPLAY "ERROR: no se pudo abrir PAYSLIP.PND "
                           "(status " WS-SLIP-STATUS ")"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE "Y" TO WS-SLIP-OPEN
             MOVE "===================================================="
                  TO SLIP-LINE
             WRITE PAYSLIP-LINE FROM SLIP-LINE.
             EVALUATE WS-PAY-REC-TYPE
                WHEN "E"
                   MOVE "         EMPRESA S.A. - PAGA EXTRAORDINARIA"
                        TO SLIP-LINE
                WHEN "L"
                   MOVE "      EMPRESA S.A. - LIQUIDACION (FINIQUITO)"
                        TO SLIP-LINE
                WHEN OTHER
                   MOVE "               EMPRESA S.A. - NOMINA"
                        TO SLIP-LINE
             END-EVALUATE.
             WRITE PAYSLIP-LINE FROM SLIP-LINE.
             MOVE "===================================================="
                  TO SLIP-LINE
                    FUNCTION CURRENT-DATE(1:8)
                    INTO SLIP-LINE
             WRITE PAYSLIP-LINE FROM SLIP-LINE.
             IF WS-PAY-REC-TYPE = "E"
                STRING "PERIODO DE DEVENGO: " PERIOD-START
                       " a " PERIOD-END
                       INTO SLIP-LINE
             ELSE
             IF WS-PAY-REC-TYPE = "L"
                STRING "FECHA DE BAJA: " PERIOD-END
                       INTO SLIP-LINE
             ELSE
                STRING "PERIODO DE NOMINA: " PERIOD-START
                       " a " PERIOD-END
                       INTO SLIP-LINE
             END-IF
             END-IF.
             WRITE PAYSLIP-LINE FROM SLIP-LINE.
             MOVE SPACES TO SLIP-LINE
             WRITE PAYSLIP-LINE FROM SLIP-LINE.

      *          La paga extraordinaria y el finiquito no tienen
      *          horas: un unico concepto con su importe en lugar del
      *          desglose (el detalle del finiquito va en el
      *          documento de liquidacion)
             IF WS-PAY-REC-TYPE = "E" OR WS-PAY-REC-TYPE = "L"
                MOVE "------------------------------------------------"
                     TO SLIP-LINE
                WRITE PAYSLIP-LINE FROM SLIP-LINE
                MOVE SPACES TO SLIP-LINE
                IF WS-PAY-REC-TYPE = "E"
                   STRING "PAGA EXTRAORDINARIA:            " SAL-BRUTO
                          " eur"
                          INTO SLIP-LINE
                ELSE
                   STRING "VACACIONES NO DISFRUTADAS:      " SAL-BRUTO
                          " eur"
                          INTO SLIP-LINE
                END-IF
                WRITE PAYSLIP-LINE FROM SLIP-LINE
             ELSE
                PERFORM WRITE-PAYSLIP-HOURS
             END-IF.
             PERFORM WRITE-PAYSLIP-TOTALS.

      *          Desglose de horas por codigo de pago de la nomina
      *          del periodo, con el ajuste retroactivo si lo hay
          WRITE-PAYSLIP-HOURS.

             MOVE "----------------------------------------------------"
                  TO SLIP-LINE
             WRITE PAYSLIP-LINE FROM SLIP-LINE.
                WRITE PAYSLIP-LINE FROM SLIP-LINE
             END-IF.

      *          Bruto, retenciones, neto y datos informativos
          WRITE-PAYSLIP-TOTALS.
             MOVE "----------------------------------------------------"
                  TO SLIP-LINE
             WRITE PAYSLIP-LINE FROM SLIP-LINE.
                    EMPLOYER-SS-AMOUNT " eur"
                    INTO SLIP-LINE
             WRITE PAYSLIP-LINE FROM SLIP-LINE.
             IF RECV-UNCOVERED > ZERO
                MOVE SPACES TO SLIP-LINE
                STRING "EXCESO A DEVOLVER (SE DESCONTARA EN PROXIMAS "
                       "NOMINAS): " RECV-UNCOVERED " eur"
                       INTO SLIP-LINE
                WRITE PAYSLIP-LINE FROM SLIP-LINE
             END-IF.
             MOVE SS-BASE TO SS-BASE-EDIT.
             MOVE SPACES TO SLIP-LINE.
             STRING "BASE DE COTIZACION SS:       " SS-BASE-EDIT
                    " eur   TASAS VERSION " WS-SR-VERSION
                    INTO SLIP-LINE
             WRITE PAYSLIP-LINE FROM SLIP-LINE.
             MOVE VAC-BALANCE  TO VAC-BAL-EDIT.
             MOVE SICK-BALANCE TO SICK-BAL-EDIT.
             MOVE SPACES TO SLIP-LINE.
                IF WS-BANK-STATUS NOT = "00"
                   DISPLAY "ERROR: no se pudo abrir BANKPAY.PND "
                           "(status " WS-BANK-STATUS ")"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE FUNCTION CURRENT-DATE(1:8) TO BH-DATE
             MOVE SPACES TO PAYROLL-HISTORY-RECORD.
             MOVE EMPLOYEE-ID    TO PH-EMP-ID.
             MOVE PERIOD-END     TO PH-PERIOD-END.
             MOVE WS-PAY-REC-TYPE TO PH-REC-TYPE.
             PERFORM FILL-HISTORY-FIELDS.
             IF WS-HIST-COLLISION = "R"
                REWRITE PAYROLL-HISTORY-RECORD
                END-WRITE
             END-IF.

      *          Cuando el coste del pago se ha repartido entre
      *          los departamentos trabajados, deja una linea por
      *          centro con sus horas, con la misma clave que el
      *          registro de historico; sin reparto no se graba
      *          nada y el pago entero es del departamento del
      *          maestro
          WRITE-LABOUR-DIST.
             IF SPLIT-COUNT = ZERO OR SPLIT-TOTAL-HOURS = ZERO
                OR PAY-TYPE = "S"
                EXIT PARAGRAPH
             END-IF.
             IF WS-LDS-OPEN = "N"
                OPEN OUTPUT LABOUR-DIST-FILE
                IF WS-LDS-STATUS NOT = "00"
                   DISPLAY "ERROR: no se pudo abrir LABDIST.PND "
                           "(status " WS-LDS-STATUS ")"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE "Y" TO WS-LDS-OPEN
             END-IF.
             PERFORM VARYING SPLIT-IX FROM 1 BY 1
                     UNTIL SPLIT-IX > SPLIT-COUNT
                IF SPLIT-HOURS(SPLIT-IX) > ZERO
                   MOVE SPACES TO LABOUR-DIST-RECORD
                   MOVE "D"                   TO LD-REC-TYPE
                   MOVE EMPLOYEE-ID           TO LD-EMP-ID
                   MOVE PERIOD-END            TO LD-PERIOD-END
                   MOVE WS-PAY-REC-TYPE       TO LD-PAY-TYPE
                   MOVE SPLIT-DEPT(SPLIT-IX)  TO LD-DEPT
                   MOVE SPLIT-HOURS(SPLIT-IX) TO LD-HOURS
                   WRITE LABOUR-DIST-RECORD
                END-IF
             END-PERFORM.

      *          Rellena los campos (no clave primaria) del registro de
      *          historico con el resultado del pago en curso
          FILL-HISTORY-FIELDS.
             MOVE PERIOD-START   TO PH-PERIOD-START.
             MOVE DEDUCCIONES      TO PH-DEDUCCIONES.
             MOVE SAL-NETO         TO PH-NETO.
             MOVE EMPLOYER-SS-AMOUNT TO PH-EMPLOYER-SS.
             MOVE WS-SR-VERSION    TO PH-RATE-VERSION.
             MOVE RECV-UNCOVERED   TO PH-RECV-NEW.
             MOVE RECV-TAKEN       TO PH-RECV-TAKEN.
             MOVE "N"              TO PH-REVERSED.
             MOVE PERIOD-END       TO PH-PK-PERIOD-END.
             IF PAY-GROUP = SPACE
                MOVE "M"           TO PH-PK-PAY-GROUP
             ELSE
                MOVE PAY-GROUP     TO PH-PK-PAY-GROUP
             END-IF.
             IF ACCRUED-FLAG = "S"
                MOVE "S" TO PH-ACCRUED
             ELSE
             IF WS-GL-STATUS NOT = "00"
                DISPLAY "ERROR: no se pudo abrir GLEXTRACT.PND "
                        "(status " WS-GL-STATUS ")"
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF.
             PERFORM OPEN-GL-INTERFACE.
             ELSE
                MOVE "N" TO WS-DPT-AVAIL
             END-IF.
             EVALUATE WS-PAY-REC-TYPE
                WHEN "E"
                   MOVE "EXTRACTO CONTABLE DE PAGA EXTRA (GL-EXTRACT)"
                        TO GL-LINE
                WHEN "L"
                   MOVE "EXTRACTO CONTABLE DE FINIQUITO (GL-EXTRACT)"
                        TO GL-LINE
                WHEN OTHER
                   MOVE "EXTRACTO CONTABLE DE NOMINA (GL-EXTRACT)"
                        TO GL-LINE
             END-EVALUATE.
             WRITE GL-LINE.
             MOVE SPACES TO GL-LINE
             STRING "DEPTO CUENTA   TIPO   CONCEPTO              "
                   MOVE "H" TO GLI-WORK-DC
                   PERFORM WRITE-GLI-DETAIL
                END-IF

      *          Exceso del ajuste negativo que no cupo en el bruto:
      *          pasa de gastos a deudores del personal
                IF DEPT-RECV-NEW(DEPT-IX) > ZERO
                   MOVE DEPT-RECV-NEW(DEPT-IX) TO GL-AMOUNT
                   STRING DEPT-CODE(DEPT-IX)
                          "  " GL-ACCT-RECV
                          " DEBE   DEUDORES PERSONAL EXCESO"
                          GL-AMOUNT
                          INTO GL-LINE
                   WRITE GL-LINE
                   MOVE GL-ACCT-RECV TO GLI-WORK-ACCT
                   MOVE "D" TO GLI-WORK-DC
                   PERFORM WRITE-GLI-DETAIL
                   STRING DEPT-CODE(DEPT-IX)
                          "  " GL-ACCT-EXPENSE
                          " HABER  EXCESO AJUSTE A DEUDORES"
                          GL-AMOUNT
                          INTO GL-LINE
                   WRITE GL-LINE
                   MOVE GL-ACCT-EXPENSE TO GLI-WORK-ACCT
                   MOVE "H" TO GLI-WORK-DC
                   PERFORM WRITE-GLI-DETAIL
                END-IF

      *          Lo recuperado en nomina de deudas anteriores va en
      *          las retenciones; se reclasifica a deudores para
      *          cancelar la deuda
                IF DEPT-RECV-TAKEN(DEPT-IX) > ZERO
                   MOVE DEPT-RECV-TAKEN(DEPT-IX) TO GL-AMOUNT
                   STRING DEPT-CODE(DEPT-IX)
                          "  " GL-ACCT-WITHHOLD
                          " DEBE   RECOBRO DEUDA PERSONAL  "
                          GL-AMOUNT
                          INTO GL-LINE
                   WRITE GL-LINE
                   MOVE GL-ACCT-WITHHOLD TO GLI-WORK-ACCT
                   MOVE "D" TO GLI-WORK-DC
                   PERFORM WRITE-GLI-DETAIL
                   STRING DEPT-CODE(DEPT-IX)
                          "  " GL-ACCT-RECV
                          " HABER  RECOBRO DEUDA PERSONAL  "
                          GL-AMOUNT
                          INTO GL-LINE
                   WRITE GL-LINE
                   MOVE GL-ACCT-RECV TO GLI-WORK-ACCT
                   MOVE "H" TO GLI-WORK-DC
                   PERFORM WRITE-GLI-DETAIL
                END-IF
             END-PERFORM.

             IF WS-DPT-AVAIL = "Y"
             IF WS-GLI-STATUS NOT = "00"
                DISPLAY "ERROR: no se pudo abrir GLINTF.PND "
                        "(status " WS-GLI-STATUS ")"
                MOVE 16 TO RETURN-CODE
                STOP RUN
             END-IF.
             MOVE ZERO TO GLI-COUNT GLI-HASH
                          GLI-TOT-DEBE GLI-TOT-HABER.
             MOVE SPACES TO GLI-H-REF.
      *          LOTE DE PAGA EXTRAORDINARIA: EXT + FIN DE PERIODO;
      *          DE FINIQUITO: FIN + FECHA DE BAJA
             EVALUATE WS-PAY-REC-TYPE
                WHEN "E"
                   STRING "EXT" PERIOD-END
                          FUNCTION CURRENT-DATE(9:6)
                          INTO GLI-H-REF
                WHEN "L"
                   STRING "FIN" PERIOD-END
                          FUNCTION CURRENT-DATE(9:6)
                          INTO GLI-H-REF
                WHEN OTHER
                   STRING "NOM" PERIOD-END
                          FUNCTION CURRENT-DATE(9:6)
                          INTO GLI-H-REF
             END-EVALUATE.
             MOVE PERIOD-END TO GLI-H-PERIOD-END.
             MOVE FUNCTION CURRENT-DATE(1:8) TO GLI-H-DATE.
             MOVE SPACES TO GL-INTERFACE-LINE.
             MOVE ALL "?" TO GL-ACCT-EXPENSE
                             GL-ACCT-WITHHOLD
                             GL-ACCT-NET
                             GL-ACCT-SSEMP
                             GL-ACCT-RECV.
             IF WS-DPT-AVAIL = "N"
                EXIT PARAGRAPH
             END-IF.
                     MOVE DPT-GL-WITHHOLD TO GL-ACCT-WITHHOLD
                     MOVE DPT-GL-NET      TO GL-ACCT-NET
                     MOVE DPT-GL-SSEMP    TO GL-ACCT-SSEMP
                     IF DPT-GL-RECEIVABLE NOT = SPACES
                        MOVE DPT-GL-RECEIVABLE TO GL-ACCT-RECV
                     END-IF
             END-READ.

          END PROGRAM CALCULADORA-SALARIO.
