                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

              SELECT PAYROLL-ARCHIVE-FILE ASSIGN TO "PAYHARCH.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PHA-KEY
                  ALTERNATE RECORD KEY IS PHA-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-ARCH-STATUS.

              SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
      *         GRUPO DE PAGO DEL RUN A RECONSTRUIR: CON
      *         CALENDARIOS SEMANAL Y MENSUAL UN MISMO FIN DE
      *         PERIODO PUEDE PERTENECER A AMBOS GRUPOS Y SOLO
      *         DEBEN RECONSTRUIRSE LOS PAGOS DEL GRUPO ELEGIDO,
      *         QUE SE LEEN POR LA CLAVE ALTERNATIVA DEL HISTORICO
          01 WS-ASK-GROUP PIC X(1) VALUE "M".

      *         TOTALES DEL REGISTRO RECONSTRUIDO
          01 WS-COUNT-PAGOS     PIC 9(5) VALUE ZERO.
                03 DEPT-DEDUCTIONS  PIC 9(7)V99.
                03 DEPT-NET         PIC 9(7)V99.
                03 DEPT-EMPLOYER-SS PIC 9(7)V99.
                03 DEPT-RECV-NEW    PIC 9(7)V99.
                03 DEPT-RECV-TAKEN  PIC 9(7)V99.
          01 DEPT-COUNT PIC 9(3) VALUE ZERO.
          01 DEPT-IX    PIC 9(3).
          01 DEPT-FOUND PIC X VALUE "N".
          01 GL-ACCT-WITHHOLD PIC X(8).
          01 GL-ACCT-NET      PIC X(8).
          01 GL-ACCT-SSEMP    PIC X(8).
          01 GL-ACCT-RECV     PIC X(8).

      *         VERSION DE TASAS LEGALES VIGENTE EN EL FIN DEL
      *         PERIODO RECONSTRUIDO: SE IMPRIME EN LA CABECERA DEL
      *         REGISTRO Y SE SENALAN LOS PAGOS CALCULADOS CON OTRA
      *         VERSION (CAMBIO DE TASAS POSTERIOR AL RUN)
          01 WS-TAS-FUNCTION    PIC X(1) VALUE "F".
          01 WS-TAS-VERSION     PIC 9(3) VALUE ZERO.
          01 WS-TAS-RESULT      PIC X(1).
          01 WS-RATE-VERSION-TX PIC X(3) VALUE "???".
          01 WS-COUNT-OTHER-VER PIC 9(5) VALUE ZERO.
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-RATE-RECORD==
               LEADING ==SR== BY ==WS-SR==.

      *         AJUSTE RETROACTIVO CON SIGNO DEL PAGO EN CURSO
          01 WS-ADJ-EFFECTIVE PIC S9(6) VALUE ZERO.
                  MOVE "M" TO WS-ASK-GROUP
               END-IF.

               CALL "NOMINA-TASAS"
                  USING  WS-TAS-FUNCTION
                         WS-ASK-PERIOD-END
                         WS-TAS-VERSION
                         WS-RATE-RECORD
                         WS-TAS-RESULT.
               IF WS-TAS-RESULT = "Y"
                  MOVE WS-SR-VERSION TO WS-RATE-VERSION-TX
               ELSE
                  DISPLAY "AVISO: no hay version de tasas legales "
                          "vigente para el periodo "
                          WS-ASK-PERIOD-END
               END-IF.

               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF WS-EMP-STATUS = "00"
                  MOVE "Y" TO WS-EMP-AVAIL
               ELSE
                  DISPLAY "AVISO: sin EMPLOYEE-MASTER; el fichero "
                          "bancario reconstruido saldra vacio"
               END-IF.

               PERFORM Reg-OPEN-OUTPUTS.
                          "para el periodo " WS-ASK-PERIOD-END
               END-IF.

               IF WS-COUNT-OTHER-VER > ZERO
                  DISPLAY "AVISO: " WS-COUNT-OTHER-VER " pago(s) "
                          "calculados con una version de tasas "
                          "distinta de la " WS-RATE-VERSION-TX
                          " vigente; ver marcas en PAYROLL.RGN"
               END-IF.

               PERFORM Reg-FINISH-REGISTER.
               PERFORM Reg-WRITE-GL.
               PERFORM Reg-FINISH-BANK.
                      " DESDE EL HISTORICO"
                      INTO REGEN-REGISTER-LINE.
               WRITE REGEN-REGISTER-LINE.
               MOVE SPACES TO REGEN-REGISTER-LINE.
               STRING "TASAS LEGALES VIGENTES: VERSION "
                      WS-RATE-VERSION-TX
                      INTO REGEN-REGISTER-LINE.
               WRITE REGEN-REGISTER-LINE.
               MOVE "NOMBRE     ID HORAS  BRUTO   DEDUCC.   NETO"
                 TO REGEN-REGISTER-LINE.
               WRITE REGEN-REGISTER-LINE.

      *         LEE DEL HISTORICO VIVO, POR LA CLAVE ALTERNATIVA,
      *         SOLO LOS PAGOS DEL FIN DE PERIODO Y GRUPO PEDIDOS, Y
      *         RECONSTRUYE CADA PAGO NO ANULADO
          Reg-SCAN-HISTORY.
               OPEN INPUT PAYROLL-HISTORY-FILE.
               IF WS-HIST-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-HIST-EOF.
               MOVE WS-ASK-PERIOD-END TO PH-PK-PERIOD-END.
               MOVE WS-ASK-GROUP      TO PH-PK-PAY-GROUP.
               START PAYROLL-HISTORY-FILE KEY IS = PH-PERIOD-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-HIST-EOF
               END-START.
                     AT END
                        MOVE "Y" TO WS-HIST-EOF
                     NOT AT END
                        IF PH-PK-PERIOD-END NOT = WS-ASK-PERIOD-END OR
                           PH-PK-PAY-GROUP NOT = WS-ASK-GROUP
                           MOVE "Y" TO WS-HIST-EOF
                        ELSE
                           IF PH-REC-TYPE = "P" AND
                              PH-REVERSED NOT = "Y"
                              PERFORM Reg-ONE-PAYMENT
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE PAYROLL-HISTORY-FILE.

      *         EL PERIODO PUEDE VIVIR YA EN EL ARCHIVO DE
      *         EJERCICIOS CERRADOS; SE LEE IGUAL POR SU CLAVE
      *         ALTERNATIVA PASANDO CADA REGISTRO POR EL AREA DEL
      *         HISTORICO
          Reg-SCAN-ARCHIVE.
               OPEN INPUT PAYROLL-ARCHIVE-FILE.
               IF WS-ARCH-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-HIST-EOF.
               MOVE WS-ASK-PERIOD-END TO PHA-PK-PERIOD-END.
               MOVE WS-ASK-GROUP      TO PHA-PK-PAY-GROUP.
               START PAYROLL-ARCHIVE-FILE KEY IS = PHA-PERIOD-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-HIST-EOF
               END-START.
                     NOT AT END
                        MOVE PAYROLL-ARCHIVE-RECORD
                          TO PAYROLL-HISTORY-RECORD
                        IF PH-PK-PERIOD-END NOT = WS-ASK-PERIOD-END OR
                           PH-PK-PAY-GROUP NOT = WS-ASK-GROUP
                           MOVE "Y" TO WS-HIST-EOF
                        ELSE
                           IF PH-REC-TYPE = "P" AND
                              PH-REVERSED NOT = "Y"
                              PERFORM Reg-ONE-PAYMENT
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE PAYROLL-ARCHIVE-FILE.

      *         RECONSTRUYE UN PAGO: LINEA DE REGISTRO, TOTALES POR
      *         DEPARTAMENTO Y ABONO BANCARIO
          Reg-ONE-PAYMENT.
               ADD 1 TO WS-COUNT-PAGOS.
               IF WS-PERIOD-START = SPACES
                  MOVE PH-PERIOD-START TO WS-PERIOD-START
                      " eur     *"
                      INTO TAB-RESULT.
               WRITE REGEN-REGISTER-LINE FROM TAB-RESULT.
      *         EL PAGO SE CALCULO CON OTRA VERSION DE TASAS: SE
      *         REPRODUCE TAL CUAL SE PAGO, PERO QUEDA SENALADO
               IF PH-RATE-VERSION IS NUMERIC AND
                  PH-RATE-VERSION NOT = ZERO AND
                  WS-TAS-RESULT = "Y" AND
                  PH-RATE-VERSION NOT = WS-SR-VERSION
                  ADD 1 TO WS-COUNT-OTHER-VER
                  MOVE SPACES TO REGEN-REGISTER-LINE
                  STRING "  ** CALCULADO CON TASAS VERSION "
                         PH-RATE-VERSION " **"
                         INTO REGEN-REGISTER-LINE
                  WRITE REGEN-REGISTER-LINE
               END-IF.

               ADD PH-BRUTO       TO TOTAL-BRUTO.
               ADD PH-DEDUCCIONES TO TOTAL-DEDUCCIONES.
               PERFORM Reg-ACCUMULATE-DEPT.
               PERFORM Reg-WRITE-BANK-DETAIL.

      *         ACUMULA EL PAGO EN SU DEPARTAMENTO DEL MAESTRO,
      *         SEPARANDO EL AJUSTE RETROACTIVO COMO EN EL RUN
          Reg-ACCUMULATE-DEPT.
                  PH-ADJ-AMOUNT NOT = ZERO
                  IF PH-ADJ-SIGN = "-"
                     COMPUTE WS-ADJ-EFFECTIVE = ZERO - PH-ADJ-AMOUNT
      *         EL EXCESO QUE NO CUPO EN EL BRUTO NO REBAJO EL GASTO:
      *         PASO A DEUDORES DEL PERSONAL
                     IF PH-RECV-NEW IS NUMERIC
                        ADD PH-RECV-NEW TO WS-ADJ-EFFECTIVE
                     END-IF
                  ELSE
                     MOVE PH-ADJ-AMOUNT TO WS-ADJ-EFFECTIVE
                  END-IF
                               DEPT-DEDUCTIONS(DEPT-IX)
                               DEPT-NET(DEPT-IX)
                               DEPT-EMPLOYER-SS(DEPT-IX)
                               DEPT-RECV-NEW(DEPT-IX)
                               DEPT-RECV-TAKEN(DEPT-IX)
               END-IF.

               ADD WS-GROSS-BASE   TO DEPT-GROSS(DEPT-IX).
               IF PH-EMPLOYER-SS IS NUMERIC
                  ADD PH-EMPLOYER-SS TO DEPT-EMPLOYER-SS(DEPT-IX)
               END-IF.
               IF PH-RECV-NEW IS NUMERIC
                  ADD PH-RECV-NEW   TO DEPT-RECV-NEW(DEPT-IX)
               END-IF.
               IF PH-RECV-TAKEN IS NUMERIC
                  ADD PH-RECV-TAKEN TO DEPT-RECV-TAKEN(DEPT-IX)
               END-IF.

      *         ABONO BANCARIO DEL PAGO: LA CUENTA SALE DEL MAESTRO
      *         ACTUAL (EL FICHERO ORIGINAL NO SE CONSERVA); LOS
                            INTO REGEN-GL-LINE
                     WRITE REGEN-GL-LINE
                  END-IF

      *         EXCESO DEL AJUSTE PASADO A DEUDORES Y RECOBRO DE
      *         DEUDAS ANTERIORES, COMO EN EL RUN
                  IF DEPT-RECV-NEW(DEPT-IX) > ZERO
                     MOVE DEPT-RECV-NEW(DEPT-IX) TO GL-AMOUNT
                     MOVE SPACES TO REGEN-GL-LINE
                     STRING DEPT-CODE(DEPT-IX)
                            "  " GL-ACCT-RECV
                            " DEBE   DEUDORES PERSONAL EXCESO"
                            GL-AMOUNT
                            INTO REGEN-GL-LINE
                     WRITE REGEN-GL-LINE
                     MOVE SPACES TO REGEN-GL-LINE
                     STRING DEPT-CODE(DEPT-IX)
                            "  " GL-ACCT-EXPENSE
                            " HABER  EXCESO AJUSTE A DEUDORES"
                            GL-AMOUNT
                            INTO REGEN-GL-LINE
                     WRITE REGEN-GL-LINE
                  END-IF
                  IF DEPT-RECV-TAKEN(DEPT-IX) > ZERO
                     MOVE DEPT-RECV-TAKEN(DEPT-IX) TO GL-AMOUNT
                     MOVE SPACES TO REGEN-GL-LINE
                     STRING DEPT-CODE(DEPT-IX)
                            "  " GL-ACCT-WITHHOLD
                            " DEBE   RECOBRO DEUDA PERSONAL  "
                            GL-AMOUNT
                            INTO REGEN-GL-LINE
                     WRITE REGEN-GL-LINE
                     MOVE SPACES TO REGEN-GL-LINE
                     STRING DEPT-CODE(DEPT-IX)
                            "  " GL-ACCT-RECV
                            " HABER  RECOBRO DEUDA PERSONAL  "
                            GL-AMOUNT
                            INTO REGEN-GL-LINE
                     WRITE REGEN-GL-LINE
                  END-IF
               END-PERFORM.

               MOVE "*** RECONSTRUCCION DESDE EL HISTORICO ***"
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

      *         AUDITORIA DE LA RECONSTRUCCION
