          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-INTEGRIDAD.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Control de integridad entre    *
      *                 ficheros, a peticion: YTD del  *
      *                 maestro frente a los pagos     *
      *                 vivos no anulados del          *
      *                 historico, estados del         *
      *                 calendario frente a PENDING y  *
      *                 CIERRES, cerrojo del sistema   *
      *                 obsoleto y rechazos de partes  *
      *                 de horas sin resolver de       *
      *                 periodos ya liberados. Cada    *
      *                 fallo sale en el informe de    *
      *                 excepciones (INTEGRID.RPT); no *
      *                 modifica ningun fichero        *
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

              SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERCAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PCAL-STATUS.

              SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PEN-STATUS.

              SELECT CLOSED-YEARS-FILE ASSIGN TO "CIERRES.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLO-STATUS.

              SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LCK-STATUS.

              SELECT REJECT-TRAIL-FILE ASSIGN TO "REJTRAIL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRL-STATUS.

              SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRID.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  EMPLOYEE-MASTER-FILE.
          COPY EMPMAST.

          FD  PAYROLL-HISTORY-FILE.
          COPY PAYHIST.

          FD  PERIOD-CALENDAR-FILE.
          COPY PERCAL.

          FD  PENDING-FILE.
          COPY PENDING.

          FD  CLOSED-YEARS-FILE.
          01  CLOSED-YEAR-LINE PIC X(4).

      *         MISMO TRAZADO QUE GRABA NOMINA-LOCK
          FD  RUN-LOCK-FILE.
          01  RUN-LOCK-RECORD.
              05 LK-OPERATOR  PIC X(10).
              05 LK-TIMESTAMP PIC X(14).
              05 LK-PROGRAM   PIC X(12).

          FD  REJECT-TRAIL-FILE.
          COPY REJTRAIL.

          FD  INTEGRITY-REPORT-FILE.
          01  INTEGRITY-LINE PIC X(100).

          WORKING-STORAGE SECTION.

          01 WS-EMP-STATUS  PIC X(2).
          01 WS-HIST-STATUS PIC X(2).
          01 WS-PCAL-STATUS PIC X(2).
          01 WS-PEN-STATUS  PIC X(2).
          01 WS-CLO-STATUS  PIC X(2).
          01 WS-LCK-STATUS  PIC X(2).
          01 WS-TRL-STATUS  PIC X(2).
          01 WS-RPT-STATUS  PIC X(2).
          01 WS-EMP-EOF     PIC X VALUE "N".
          01 WS-HIST-EOF    PIC X VALUE "N".
          01 WS-HIST-AVAIL  PIC X VALUE "N".
          01 WS-PCAL-EOF    PIC X VALUE "N".
          01 WS-PCAL-AVAIL  PIC X VALUE "N".
          01 WS-CLO-EOF     PIC X VALUE "N".
          01 WS-TRL-EOF     PIC X VALUE "N".

      *         POLITICA: HORAS A PARTIR DE LAS CUALES UN CERROJO
      *         DEL SISTEMA SE CONSIDERA OBSOLETO (NINGUN PROCESO
      *         DE NOMINA DURA TANTO; UN CERROJO ASI ES DE UN
      *         PROCESO CAIDO QUE NO LO LIBERO)
          01 LOCK-MAX-HOURS PIC 9(3) VALUE 12.

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN, CON CAPACIDAD "I" DE CONSULTA: EL CONTROL
      *         SOLO LEE
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "I".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "N".
          01 WS-SGN-RESULT  PIC X(1).

      *         CONTROLES Y EXCEPCIONES DE CADA UNO
          01 WS-CHECK-TABLE.
             05 FILLER PIC X(40)
                VALUE "1. YTD DEL MAESTRO FRENTE AL HISTORICO".
             05 FILLER PIC X(40)
                VALUE "2. CALENDARIO FRENTE A PENDING.DAT".
             05 FILLER PIC X(40)
                VALUE "3. CALENDARIO FRENTE A CIERRES.DAT".
             05 FILLER PIC X(40)
                VALUE "4. CERROJO DEL SISTEMA (RUNLOCK.DAT)".
             05 FILLER PIC X(40)
                VALUE "5. RECHAZOS SIN RESOLVER (REJTRAIL.DAT)".
          01 WS-CHECK-RED REDEFINES WS-CHECK-TABLE.
             05 WS-CHK-NAME  OCCURS 5 TIMES PIC X(40).
          01 WS-CHECK-COUNTS.
             05 WS-CHK-COUNT OCCURS 5 TIMES PIC 9(5).
          01 WS-CHK-IX       PIC 9(1).
          01 WS-TOTAL-EXC    PIC 9(5) VALUE ZERO.
          01 WS-EXC-TEXT     PIC X(96) VALUE SPACES.

      *         EJERCICIOS CERRADOS (CIERRES.DAT); LOS PAGOS DE LOS
      *         DEMAS EJERCICIOS SON LOS QUE ACUMULA EL YTD
          01 WS-CLO-TABLE.
             05 WS-CLO-YEAR OCCURS 50 TIMES PIC X(4).
          01 WS-CLO-COUNT  PIC 9(2) VALUE ZERO.
          01 WS-CLO-IX     PIC 9(2).
          01 WS-TEST-YEAR  PIC X(4).
          01 WS-YEAR-CLOSED PIC X VALUE "N".

      *         CALENDARIO DE PERIODOS
          01 WS-PCAL-TABLE.
             05 WS-PCAL-ENTRY OCCURS 120 TIMES.
                10 WS-PCAL-SEQ   PIC 9(3).
                10 WS-PCAL-STS   PIC X(1).
                10 WS-PCAL-START PIC X(8).
                10 WS-PCAL-END   PIC X(8).
                10 WS-PCAL-GRP   PIC X(1).
          01 WS-PCAL-COUNT PIC 9(3) VALUE ZERO.
          01 WS-PCAL-IX    PIC 9(3).
          01 WS-PCAL-MATCH PIC 9(3) VALUE ZERO.

      *         ULTIMO FIN DE PERIODO LIBERADO (L O X) POR GRUPO Y
      *         DE CUALQUIER GRUPO
          01 WS-LAST-REL-M   PIC X(8) VALUE SPACES.
          01 WS-LAST-REL-W   PIC X(8) VALUE SPACES.
          01 WS-LAST-REL-ANY PIC X(8) VALUE SPACES.
          01 WS-LAST-REL     PIC X(8).

      *         COPIA DEL REGISTRO DE CONTROL DEL RUN
          01 WS-PEN-AVAIL   PIC X VALUE "N".
          01 WS-SV-STATUS   PIC X(1) VALUE SPACE.
          01 WS-SV-START    PIC X(8).
          01 WS-SV-END      PIC X(8).
          01 WS-SV-GROUP    PIC X(1).
          01 WS-SV-RUN-TYPE PIC X(1).

      *         ACUMULADOS DEL HISTORICO DE UN EMPLEADO
          01 WS-HIST-GROSS  PIC 9(9)V99.
          01 WS-HIST-DEDUCT PIC 9(9)V99.
          01 WS-HIST-NET    PIC 9(9)V99.
          01 WS-MST-AMOUNT  PIC 9(9)V99.
          01 WS-HST-AMOUNT  PIC 9(9)V99.
          01 WS-DIF-AMOUNT  PIC S9(9)V99.
          01 WS-AMT-NAME    PIC X(11).
          01 WS-CUR-EMP-ID  PIC 9(5).
          01 WS-EMP-FOUND   PIC X VALUE "N".
          01 WS-ORPHAN-DONE PIC X VALUE "N".
          01 WS-COUNT-EMPS  PIC 9(5) VALUE ZERO.
          01 WS-COUNT-PAYS  PIC 9(7) VALUE ZERO.

      *         ANTIGUEDAD DEL CERROJO
          01 WS-NOW          PIC X(21).
          01 WS-LOCK-DATE    PIC 9(8).
          01 WS-LOCK-HH      PIC 9(2).
          01 WS-LOCK-MI      PIC 9(2).
          01 WS-NOW-DATE     PIC 9(8).
          01 WS-NOW-HH       PIC 9(2).
          01 WS-NOW-MI       PIC 9(2).
          01 WS-LOCK-MINUTES PIC S9(9).
          01 WS-LOCK-HOURS   PIC 9(5).

      *         LINEA RECHAZADA, CON EL TRAZADO DEL PARTE DE HORAS
          COPY TIMECARD.
          01 WS-COUNT-REJ-P  PIC 9(5) VALUE ZERO.

          01 WS-ED-MST      PIC Z,ZZZ,ZZ9.99.
          01 WS-ED-HST      PIC Z,ZZZ,ZZ9.99.
          01 WS-ED-DIF      PIC -Z,ZZZ,ZZ9.99.
          01 WS-ED-HOURS    PIC ZZZZ9.
          01 WS-TODAY       PIC X(8).

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "CONTROL DE INTEGRIDAD ENTRE FICHEROS DE "
                       "NOMINA".

               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; proceso cancelado."
                  STOP RUN
               END-IF.

               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF WS-EMP-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir EMPMAST.DAT "
                          "(status " WS-EMP-STATUS ")"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               OPEN OUTPUT INTEGRITY-REPORT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear INTEGRID.RPT "
                          "(status " WS-RPT-STATUS ")"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.

               MOVE ZERO TO WS-CHECK-COUNTS.
               PERFORM Int-WRITE-HEADER.
               PERFORM Int-LOAD-CLOSED-YEARS.
               PERFORM Int-LOAD-CALENDAR.
               PERFORM Int-LOAD-PENDING.

               MOVE 1 TO WS-CHK-IX.
               PERFORM Int-SECTION-HEADER.
               PERFORM Int-CHECK-YTD.
               PERFORM Int-SECTION-END.

               MOVE 2 TO WS-CHK-IX.
               PERFORM Int-SECTION-HEADER.
               PERFORM Int-CHECK-PENDING.
               PERFORM Int-SECTION-END.

               MOVE 3 TO WS-CHK-IX.
               PERFORM Int-SECTION-HEADER.
               PERFORM Int-CHECK-CLOSED-YEARS.
               PERFORM Int-SECTION-END.

               MOVE 4 TO WS-CHK-IX.
               PERFORM Int-SECTION-HEADER.
               PERFORM Int-CHECK-RUNLOCK.
               PERFORM Int-SECTION-END.

               MOVE 5 TO WS-CHK-IX.
               PERFORM Int-SECTION-HEADER.
               PERFORM Int-CHECK-REJECTS.
               PERFORM Int-SECTION-END.

               PERFORM Int-WRITE-SUMMARY.

               CLOSE EMPLOYEE-MASTER-FILE.
               CLOSE INTEGRITY-REPORT-FILE.

               DISPLAY "Control de integridad terminado: "
                       WS-TOTAL-EXC " excepcion(es). Detalle en "
                       "INTEGRID.RPT".
      *         CODIGO DE RETORNO PARA LA PLANIFICACION: 0 = TODO
      *         CUADRA, 4 = HAY EXCEPCIONES QUE REVISAR
               IF WS-TOTAL-EXC > ZERO
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF.
               STOP RUN.

          Int-WRITE-HEADER.
               MOVE FUNCTION CURRENT-DATE TO WS-NOW.
               MOVE WS-NOW(1:8) TO WS-TODAY.
               MOVE "CONTROL DE INTEGRIDAD ENTRE FICHEROS DE NOMINA"
                 TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               MOVE SPACES TO INTEGRITY-LINE.
               STRING "FECHA: " WS-TODAY "   OPERADOR: "
                      WS-OPERATOR-ID
                      INTO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               MOVE ALL "=" TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.

          Int-SECTION-HEADER.
               MOVE SPACES TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               MOVE WS-CHK-NAME(WS-CHK-IX) TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               MOVE ALL "-" TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.

          Int-SECTION-END.
               IF WS-CHK-COUNT(WS-CHK-IX) = ZERO
                  MOVE "   CORRECTO: SIN EXCEPCIONES"
                    TO INTEGRITY-LINE
                  WRITE INTEGRITY-LINE
               END-IF.

      *         UNA LINEA DE EXCEPCION (WS-EXC-TEXT) DEL CONTROL EN
      *         CURSO, CONTADA PARA EL RESUMEN Y EL CODIGO DE RETORNO
          Int-WRITE-EXCEPTION.
               MOVE SPACES TO INTEGRITY-LINE.
               STRING " ** " WS-EXC-TEXT
                      DELIMITED BY SIZE
                      INTO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               ADD 1 TO WS-CHK-COUNT(WS-CHK-IX) WS-TOTAL-EXC.
               MOVE SPACES TO WS-EXC-TEXT.

      *         LINEA INFORMATIVA: NO ES UNA EXCEPCION
          Int-WRITE-INFO.
               MOVE SPACES TO INTEGRITY-LINE.
               STRING "    " WS-EXC-TEXT
                      DELIMITED BY SIZE
                      INTO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               MOVE SPACES TO WS-EXC-TEXT.

          Int-WRITE-SUMMARY.
               MOVE SPACES TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               MOVE ALL "=" TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               MOVE "RESUMEN DE EXCEPCIONES" TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               PERFORM VARYING WS-CHK-IX FROM 1 BY 1
                       UNTIL WS-CHK-IX > 5
                  MOVE SPACES TO INTEGRITY-LINE
                  MOVE WS-CHK-NAME(WS-CHK-IX) TO INTEGRITY-LINE
                  MOVE WS-CHK-COUNT(WS-CHK-IX)
                    TO INTEGRITY-LINE(45:5)
                  WRITE INTEGRITY-LINE
               END-PERFORM.
               MOVE SPACES TO INTEGRITY-LINE.
               MOVE "TOTAL" TO INTEGRITY-LINE.
               MOVE WS-TOTAL-EXC TO INTEGRITY-LINE(45:5).
               WRITE INTEGRITY-LINE.

      *         EJERCICIOS CERRADOS; SIN CIERRES.DAT NO HAY NINGUNO
          Int-LOAD-CLOSED-YEARS.
               MOVE ZERO TO WS-CLO-COUNT.
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
                        IF WS-CLO-COUNT < 50
                           ADD 1 TO WS-CLO-COUNT
                           MOVE CLOSED-YEAR-LINE
                             TO WS-CLO-YEAR(WS-CLO-COUNT)
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE CLOSED-YEARS-FILE.

      *         DEJA EN WS-YEAR-CLOSED SI WS-TEST-YEAR ESTA CERRADO
          Int-FIND-CLOSED-YEAR.
               MOVE "N" TO WS-YEAR-CLOSED.
               PERFORM VARYING WS-CLO-IX FROM 1 BY 1
                       UNTIL WS-CLO-IX > WS-CLO-COUNT
                  IF WS-CLO-YEAR(WS-CLO-IX) = WS-TEST-YEAR
                     MOVE "Y" TO WS-YEAR-CLOSED
                  END-IF
               END-PERFORM.

      *         CARGA EL CALENDARIO Y CALCULA EL ULTIMO PERIODO
      *         LIBERADO DE CADA GRUPO
          Int-LOAD-CALENDAR.
               MOVE ZERO TO WS-PCAL-COUNT.
               MOVE "N" TO WS-PCAL-EOF.
               OPEN INPUT PERIOD-CALENDAR-FILE.
               IF WS-PCAL-STATUS NOT = "00"
                  MOVE "N" TO WS-PCAL-AVAIL
                  EXIT PARAGRAPH
               END-IF.
               MOVE "Y" TO WS-PCAL-AVAIL.
               PERFORM UNTIL WS-PCAL-EOF = "Y"
                  READ PERIOD-CALENDAR-FILE
                     AT END
                        MOVE "Y" TO WS-PCAL-EOF
                     NOT AT END
                        IF WS-PCAL-COUNT >= 120
                           DISPLAY "ERROR: calendario con mas de "
                                   "120 registros; revisar "
                                   "PERCAL.DAT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-PCAL-COUNT
                        MOVE PC-SEQ    TO WS-PCAL-SEQ(WS-PCAL-COUNT)
                        MOVE PC-STATUS TO WS-PCAL-STS(WS-PCAL-COUNT)
                        MOVE PC-START  TO WS-PCAL-START(WS-PCAL-COUNT)
                        MOVE PC-END    TO WS-PCAL-END(WS-PCAL-COUNT)
                        MOVE PC-GROUP  TO WS-PCAL-GRP(WS-PCAL-COUNT)
                        IF WS-PCAL-GRP(WS-PCAL-COUNT) = SPACE
                           MOVE "M" TO WS-PCAL-GRP(WS-PCAL-COUNT)
                        END-IF
                        IF PC-STATUS = "L" OR PC-STATUS = "X"
                           PERFORM Int-NOTE-RELEASED
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE PERIOD-CALENDAR-FILE.

          Int-NOTE-RELEASED.
               IF WS-PCAL-GRP(WS-PCAL-COUNT) = "W"
                  IF WS-LAST-REL-W = SPACES OR PC-END > WS-LAST-REL-W
                     MOVE PC-END TO WS-LAST-REL-W
                  END-IF
               ELSE
                  IF WS-LAST-REL-M = SPACES OR PC-END > WS-LAST-REL-M
                     MOVE PC-END TO WS-LAST-REL-M
                  END-IF
               END-IF.
               IF WS-LAST-REL-ANY = SPACES OR
                  PC-END > WS-LAST-REL-ANY
                  MOVE PC-END TO WS-LAST-REL-ANY
               END-IF.

      *         REGISTRO DE CONTROL DEL ULTIMO RUN (UNO SOLO); LOS
      *         CAMPOS EN BLANCO DE REGISTROS ANTIGUOS SE TRATAN
      *         COMO GRUPO M Y RUN DE PERIODO, IGUAL QUE LA
      *         LIBERACION
          Int-LOAD-PENDING.
               MOVE "N" TO WS-PEN-AVAIL.
               OPEN INPUT PENDING-FILE.
               IF WS-PEN-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               READ PENDING-FILE
                  AT END
                     CLOSE PENDING-FILE
                     EXIT PARAGRAPH
               END-READ.
               MOVE "Y" TO WS-PEN-AVAIL.
               MOVE PEN-STATUS       TO WS-SV-STATUS.
               MOVE PEN-PERIOD-START TO WS-SV-START.
               MOVE PEN-PERIOD-END   TO WS-SV-END.
               IF PEN-PAY-GROUP = "W"
                  MOVE "W" TO WS-SV-GROUP
               ELSE
                  MOVE "M" TO WS-SV-GROUP
               END-IF.
               IF PEN-RUN-TYPE = "E" OR PEN-RUN-TYPE = "L"
                  MOVE PEN-RUN-TYPE TO WS-SV-RUN-TYPE
               ELSE
                  MOVE "P" TO WS-SV-RUN-TYPE
               END-IF.
               CLOSE PENDING-FILE.

      *         1. EL YTD DE CADA EMPLEADO DEBE SER LA SUMA DE SUS
      *         PAGOS VIVOS NO ANULADOS (P, E Y L) DE LOS EJERCICIOS
      *         SIN CERRAR: EL RUN, LA PAGA EXTRA Y EL FINIQUITO LO
      *         SUMAN AL GRABAR EL PAGO, LA ANULACION LO RESTA Y EL
      *         CIERRE LO PONE A CERO AL ARCHIVAR EL EJERCICIO
          Int-CHECK-YTD.
               OPEN INPUT PAYROLL-HISTORY-FILE.
               IF WS-HIST-STATUS = "00"
                  MOVE "Y" TO WS-HIST-AVAIL
               ELSE
                  MOVE "N" TO WS-HIST-AVAIL
                  STRING "PAYHIST.DAT NO DISPONIBLE (STATUS "
                         WS-HIST-STATUS "): YTD FRENTE A CERO"
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-INFO
               END-IF.

               MOVE "N" TO WS-EMP-EOF.
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
                        PERFORM Int-YTD-ONE-EMPLOYEE
                  END-READ
               END-PERFORM.

               IF WS-HIST-AVAIL = "Y"
                  PERFORM Int-YTD-ORPHANS
                  CLOSE PAYROLL-HISTORY-FILE
               END-IF.

               STRING WS-COUNT-EMPS " EMPLEADO(S) COMPROBADOS CON "
                      WS-COUNT-PAYS " PAGO(S) VIVOS NO ANULADOS"
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT.
               PERFORM Int-WRITE-INFO.

      *         SUMA LOS PAGOS DEL EMPLEADO (CLAVE PRIMARIA EMPIEZA
      *         POR EL EMPLEADO) Y COMPARA CON SU YTD
          Int-YTD-ONE-EMPLOYEE.
               ADD 1 TO WS-COUNT-EMPS.
               MOVE ZERO TO WS-HIST-GROSS WS-HIST-DEDUCT WS-HIST-NET.
               IF WS-HIST-AVAIL = "Y"
                  MOVE EMP-ID     TO PH-EMP-ID
                  MOVE LOW-VALUES TO PH-PERIOD-END PH-REC-TYPE
                  MOVE "N" TO WS-HIST-EOF
                  START PAYROLL-HISTORY-FILE KEY IS >= PH-KEY
                     INVALID KEY
                        MOVE "Y" TO WS-HIST-EOF
                  END-START
                  PERFORM UNTIL WS-HIST-EOF = "Y"
                     READ PAYROLL-HISTORY-FILE NEXT RECORD
                        AT END
                           MOVE "Y" TO WS-HIST-EOF
                        NOT AT END
                           IF PH-EMP-ID NOT = EMP-ID
                              MOVE "Y" TO WS-HIST-EOF
                           ELSE
                              PERFORM Int-YTD-ADD-PAYMENT
                           END-IF
                     END-READ
                  END-PERFORM
               END-IF.

               MOVE EMP-YTD-GROSS TO WS-MST-AMOUNT.
               MOVE WS-HIST-GROSS TO WS-HST-AMOUNT.
               MOVE "BRUTO"       TO WS-AMT-NAME.
               PERFORM Int-YTD-COMPARE.
               MOVE EMP-YTD-DEDUCTIONS TO WS-MST-AMOUNT.
               MOVE WS-HIST-DEDUCT     TO WS-HST-AMOUNT.
               MOVE "DEDUCCIONES"      TO WS-AMT-NAME.
               PERFORM Int-YTD-COMPARE.
               MOVE EMP-YTD-NET TO WS-MST-AMOUNT.
               MOVE WS-HIST-NET TO WS-HST-AMOUNT.
               MOVE "NETO"      TO WS-AMT-NAME.
               PERFORM Int-YTD-COMPARE.

          Int-YTD-ADD-PAYMENT.
               IF PH-REVERSED = "Y"
                  EXIT PARAGRAPH
               END-IF.
               MOVE PH-PERIOD-END(1:4) TO WS-TEST-YEAR.
               PERFORM Int-FIND-CLOSED-YEAR.
               IF WS-YEAR-CLOSED = "Y"
                  EXIT PARAGRAPH
               END-IF.
               ADD PH-BRUTO       TO WS-HIST-GROSS.
               ADD PH-DEDUCCIONES TO WS-HIST-DEDUCT.
               ADD PH-NETO        TO WS-HIST-NET.
               ADD 1 TO WS-COUNT-PAYS.

          Int-YTD-COMPARE.
               IF WS-MST-AMOUNT = WS-HST-AMOUNT
                  EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-DIF-AMOUNT = WS-MST-AMOUNT - WS-HST-AMOUNT.
               MOVE WS-MST-AMOUNT TO WS-ED-MST.
               MOVE WS-HST-AMOUNT TO WS-ED-HST.
               MOVE WS-DIF-AMOUNT TO WS-ED-DIF.
               STRING "EMP=" EMP-ID " " WS-AMT-NAME
                      " MAESTRO=" WS-ED-MST
                      " HISTORICO=" WS-ED-HST
                      " DIF=" WS-ED-DIF
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT.
               PERFORM Int-WRITE-EXCEPTION.

      *         RECORRE TODO EL HISTORICO VIVO BUSCANDO PAGOS QUE
      *         NINGUN YTD PUEDE RECOGER: DE EMPLEADOS QUE YA NO
      *         ESTAN EN EL MAESTRO, O DE EJERCICIOS CERRADOS QUE EL
      *         CIERRE DEBIO ARCHIVAR
          Int-YTD-ORPHANS.
               MOVE ZERO TO WS-CUR-EMP-ID.
               MOVE "N" TO WS-EMP-FOUND.
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
                        PERFORM Int-ORPHAN-ONE
                  END-READ
               END-PERFORM.

          Int-ORPHAN-ONE.
               IF PH-EMP-ID NOT = WS-CUR-EMP-ID OR
                  WS-CUR-EMP-ID = ZERO
                  MOVE PH-EMP-ID TO WS-CUR-EMP-ID
                  MOVE "N" TO WS-ORPHAN-DONE
                  MOVE PH-EMP-ID TO EMP-ID
                  READ EMPLOYEE-MASTER-FILE
                     INVALID KEY
                        MOVE "N" TO WS-EMP-FOUND
                     NOT INVALID KEY
                        MOVE "Y" TO WS-EMP-FOUND
                  END-READ
               END-IF.
               IF PH-REVERSED = "Y"
                  EXIT PARAGRAPH
               END-IF.
               MOVE PH-PERIOD-END(1:4) TO WS-TEST-YEAR.
               PERFORM Int-FIND-CLOSED-YEAR.
               IF WS-YEAR-CLOSED = "Y"
                  STRING "EMP=" PH-EMP-ID " PAGO " PH-REC-TYPE
                         " DEL " PH-PERIOD-END
                         " EN EJERCICIO CERRADO SIN ARCHIVAR"
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-EXCEPTION
                  EXIT PARAGRAPH
               END-IF.
               IF WS-EMP-FOUND = "N" AND WS-ORPHAN-DONE = "N"
                  STRING "EMP=" PH-EMP-ID " TIENE PAGOS VIVOS EN "
                         "EL HISTORICO PERO NO EXISTE EN EL MAESTRO"
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-EXCEPTION
                  MOVE "Y" TO WS-ORPHAN-DONE
               END-IF.

      *         2. UN PERIODO CALCULADO (C) ES EXACTAMENTE EL DEL
      *         RUN PENDIENTE DE LIBERAR; UN RUN LIBERADO NO PUEDE
      *         DEJAR SU PERIODO EN C. LA PAGA EXTRA Y EL FINIQUITO
      *         NO TIENEN PERIODO EN EL CALENDARIO
          Int-CHECK-PENDING.
               IF WS-PCAL-AVAIL NOT = "Y"
                  MOVE "PERCAL.DAT NO DISPONIBLE: CONTROL NO REALIZADO"
                    TO WS-EXC-TEXT
                  PERFORM Int-WRITE-INFO
                  EXIT PARAGRAPH
               END-IF.
               MOVE ZERO TO WS-PCAL-MATCH.
               IF WS-PEN-AVAIL = "N"
                  MOVE "SIN PENDING.DAT: NINGUN RUN REGISTRADO"
                    TO WS-EXC-TEXT
                  PERFORM Int-WRITE-INFO
               ELSE
                  STRING "ULTIMO RUN: TIPO " WS-SV-RUN-TYPE
                         " ESTADO " WS-SV-STATUS " PERIODO "
                         WS-SV-START "-" WS-SV-END " GRUPO "
                         WS-SV-GROUP
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-INFO
                  IF WS-SV-RUN-TYPE = "P"
                     PERFORM Int-PENDING-PERIOD
                  END-IF
               END-IF.

               PERFORM VARYING WS-PCAL-IX FROM 1 BY 1
                       UNTIL WS-PCAL-IX > WS-PCAL-COUNT
                  IF WS-PCAL-STS(WS-PCAL-IX) = "C" AND
                     WS-PCAL-IX NOT = WS-PCAL-MATCH
                     STRING "PERIODO " WS-PCAL-SEQ(WS-PCAL-IX)
                            " " WS-PCAL-START(WS-PCAL-IX) "-"
                            WS-PCAL-END(WS-PCAL-IX) " GRUPO "
                            WS-PCAL-GRP(WS-PCAL-IX)
                            " CALCULADO (C) SIN RUN PENDIENTE"
                            DELIMITED BY SIZE
                            INTO WS-EXC-TEXT
                     PERFORM Int-WRITE-EXCEPTION
                  END-IF
               END-PERFORM.

      *         LOCALIZA EN EL CALENDARIO EL PERIODO DEL ULTIMO RUN
      *         DE PERIODO Y COMPRUEBA SU ESTADO
          Int-PENDING-PERIOD.
               PERFORM VARYING WS-PCAL-IX FROM 1 BY 1
                       UNTIL WS-PCAL-IX > WS-PCAL-COUNT
                  IF WS-PCAL-END(WS-PCAL-IX) = WS-SV-END AND
                     WS-PCAL-GRP(WS-PCAL-IX) = WS-SV-GROUP
                     MOVE WS-PCAL-IX TO WS-PCAL-MATCH
                  END-IF
               END-PERFORM.
               IF WS-PCAL-MATCH = ZERO
                  STRING "EL PERIODO " WS-SV-START "-" WS-SV-END
                         " GRUPO " WS-SV-GROUP " DEL ULTIMO RUN NO "
                         "EXISTE EN EL CALENDARIO"
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-EXCEPTION
                  EXIT PARAGRAPH
               END-IF.
               IF WS-PCAL-START(WS-PCAL-MATCH) NOT = WS-SV-START
                  STRING "RUN " WS-SV-START "-" WS-SV-END
                         ": EL CALENDARIO EMPIEZA ESE PERIODO EL "
                         WS-PCAL-START(WS-PCAL-MATCH)
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-EXCEPTION
               END-IF.
      *         PENDIENTE: EL PERIODO DEBE ESTAR CALCULADO. LIBERADO:
      *         L, X (EJERCICIO CERRADO) O A (ANULADO DESPUES)
               IF WS-SV-STATUS = "P" AND
                  WS-PCAL-STS(WS-PCAL-MATCH) NOT = "C"
                  STRING "RUN PENDIENTE DE LIBERAR PERO EL PERIODO "
                         WS-SV-END " GRUPO " WS-SV-GROUP
                         " ESTA EN ESTADO "
                         WS-PCAL-STS(WS-PCAL-MATCH) " (DEBE SER C)"
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-EXCEPTION
               END-IF.
               IF WS-SV-STATUS = "R" AND
                  WS-PCAL-STS(WS-PCAL-MATCH) = "C"
                  STRING "RUN LIBERADO PERO EL PERIODO " WS-SV-END
                         " GRUPO " WS-SV-GROUP
                         " SIGUE CALCULADO (C)"
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-EXCEPTION
               END-IF.

      *         3. LOS PERIODOS DE UN EJERCICIO CERRADO ESTAN TODOS
      *         EN X, Y SOLO ELLOS
          Int-CHECK-CLOSED-YEARS.
               IF WS-PCAL-AVAIL NOT = "Y"
                  MOVE "PERCAL.DAT NO DISPONIBLE: CONTROL NO REALIZADO"
                    TO WS-EXC-TEXT
                  PERFORM Int-WRITE-INFO
                  EXIT PARAGRAPH
               END-IF.
               PERFORM VARYING WS-PCAL-IX FROM 1 BY 1
                       UNTIL WS-PCAL-IX > WS-PCAL-COUNT
                  MOVE WS-PCAL-END(WS-PCAL-IX)(1:4) TO WS-TEST-YEAR
                  PERFORM Int-FIND-CLOSED-YEAR
                  IF WS-YEAR-CLOSED = "Y" AND
                     WS-PCAL-STS(WS-PCAL-IX) NOT = "X"
                     STRING "PERIODO " WS-PCAL-SEQ(WS-PCAL-IX) " "
                            WS-PCAL-END(WS-PCAL-IX) " GRUPO "
                            WS-PCAL-GRP(WS-PCAL-IX) " EN ESTADO "
                            WS-PCAL-STS(WS-PCAL-IX) " Y EL EJERCICIO "
                            WS-TEST-YEAR " ESTA CERRADO"
                            DELIMITED BY SIZE
                            INTO WS-EXC-TEXT
                     PERFORM Int-WRITE-EXCEPTION
                  END-IF
                  IF WS-YEAR-CLOSED = "N" AND
                     WS-PCAL-STS(WS-PCAL-IX) = "X"
                     STRING "PERIODO " WS-PCAL-SEQ(WS-PCAL-IX) " "
                            WS-PCAL-END(WS-PCAL-IX) " GRUPO "
                            WS-PCAL-GRP(WS-PCAL-IX) " CERRADO (X) "
                            "Y EL EJERCICIO " WS-TEST-YEAR
                            " NO CONSTA EN CIERRES.DAT"
                            DELIMITED BY SIZE
                            INTO WS-EXC-TEXT
                     PERFORM Int-WRITE-EXCEPTION
                  END-IF
               END-PERFORM.

      *         4. UN CERROJO OCUPADO MAS DE LOCK-MAX-HOURS HORAS ES
      *         DE UN PROCESO CAIDO Y BLOQUEA EL SISTEMA HASTA QUE
      *         ALGUIEN LO FUERCE
          Int-CHECK-RUNLOCK.
               OPEN INPUT RUN-LOCK-FILE.
               IF WS-LCK-STATUS NOT = "00"
                  MOVE "CERROJO LIBRE" TO WS-EXC-TEXT
                  PERFORM Int-WRITE-INFO
                  EXIT PARAGRAPH
               END-IF.
               READ RUN-LOCK-FILE
                  AT END
                     MOVE "CERROJO LIBRE" TO WS-EXC-TEXT
                     PERFORM Int-WRITE-INFO
                     CLOSE RUN-LOCK-FILE
                     EXIT PARAGRAPH
               END-READ.
               CLOSE RUN-LOCK-FILE.

               IF LK-TIMESTAMP IS NOT NUMERIC
                  STRING "CERROJO DE " LK-PROGRAM " (" LK-OPERATOR
                         ") CON FECHA/HORA NO VALIDA '"
                         LK-TIMESTAMP "'"
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-EXCEPTION
                  EXIT PARAGRAPH
               END-IF.
               MOVE LK-TIMESTAMP(1:8)  TO WS-LOCK-DATE.
               MOVE LK-TIMESTAMP(9:2)  TO WS-LOCK-HH.
               MOVE LK-TIMESTAMP(11:2) TO WS-LOCK-MI.
               MOVE WS-NOW(1:8)        TO WS-NOW-DATE.
               MOVE WS-NOW(9:2)        TO WS-NOW-HH.
               MOVE WS-NOW(11:2)       TO WS-NOW-MI.
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-LOCK-DATE) NOT = 0
                  STRING "CERROJO DE " LK-PROGRAM " (" LK-OPERATOR
                         ") CON FECHA NO VALIDA " LK-TIMESTAMP
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-EXCEPTION
                  EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-LOCK-MINUTES =
                       (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                      - FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE)) * 1440
                      + (WS-NOW-HH * 60 + WS-NOW-MI)
                      - (WS-LOCK-HH * 60 + WS-LOCK-MI).
               IF WS-LOCK-MINUTES < ZERO
                  MOVE ZERO TO WS-LOCK-MINUTES
               END-IF.
               DIVIDE WS-LOCK-MINUTES BY 60 GIVING WS-LOCK-HOURS.
               MOVE WS-LOCK-HOURS TO WS-ED-HOURS.
               IF WS-LOCK-HOURS >= LOCK-MAX-HOURS
                  STRING "CERROJO OBSOLETO (" WS-ED-HOURS " H): "
                         LK-PROGRAM " DE " LK-OPERATOR " DESDE "
                         LK-TIMESTAMP
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-EXCEPTION
               ELSE
                  STRING "CERROJO EN USO (" WS-ED-HOURS " H): "
                         LK-PROGRAM " DE " LK-OPERATOR " DESDE "
                         LK-TIMESTAMP
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-INFO
               END-IF.

      *         5. UNA LINEA RECHAZADA PENDIENTE (P) QUE YA DEBIO
      *         ENTRAR EN UN PERIODO LIBERADO SE QUEDO SIN PAGAR NI
      *         ANULAR: SE EDITO ANTES DEL FIN DEL ULTIMO PERIODO
      *         LIBERADO DEL GRUPO DEL EMPLEADO, O SU FECHA TRABAJADA
      *         CAE DENTRO (LOS AJUSTES "A" LLEVAN COMO FECHA UN
      *         PERIODO ANTERIOR Y SOLO CUENTA SU FECHA DE EDICION)
          Int-CHECK-REJECTS.
               IF WS-LAST-REL-ANY = SPACES
                  MOVE "NINGUN PERIODO LIBERADO: CONTROL NO REALIZADO"
                    TO WS-EXC-TEXT
                  PERFORM Int-WRITE-INFO
                  EXIT PARAGRAPH
               END-IF.
               OPEN INPUT REJECT-TRAIL-FILE.
               IF WS-TRL-STATUS NOT = "00"
                  MOVE "SIN REJTRAIL.DAT: NO HAY RECHAZOS"
                    TO WS-EXC-TEXT
                  PERFORM Int-WRITE-INFO
                  EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-TRL-EOF.
               PERFORM UNTIL WS-TRL-EOF = "Y"
                  READ REJECT-TRAIL-FILE
                     AT END
                        MOVE "Y" TO WS-TRL-EOF
                     NOT AT END
                        IF RJ-STATUS = "P"
                           PERFORM Int-REJECT-ONE
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE REJECT-TRAIL-FILE.
               STRING WS-COUNT-REJ-P " LINEA(S) PENDIENTE(S); ULTIMO "
                      "LIBERADO M=" WS-LAST-REL-M " W=" WS-LAST-REL-W
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT.
               PERFORM Int-WRITE-INFO.

          Int-REJECT-ONE.
               ADD 1 TO WS-COUNT-REJ-P.
               MOVE RJ-CARD TO TIMECARD-RECORD.
               MOVE WS-LAST-REL-ANY TO WS-LAST-REL.
               IF TC-EMP-ID IS NUMERIC
                  MOVE TC-EMP-ID TO EMP-ID
                  READ EMPLOYEE-MASTER-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF EMP-PAY-GROUP = "W"
                           MOVE WS-LAST-REL-W TO WS-LAST-REL
                        ELSE
                           MOVE WS-LAST-REL-M TO WS-LAST-REL
                        END-IF
                  END-READ
               END-IF.
               IF WS-LAST-REL = SPACES
                  EXIT PARAGRAPH
               END-IF.
               IF RJ-EDIT-DATE <= WS-LAST-REL OR
                  (TC-PAY-CODE NOT = "A" AND
                   TC-WORK-DATE IS NUMERIC AND
                   TC-WORK-DATE <= WS-LAST-REL)
                  STRING "EDITADA " RJ-EDIT-DATE " EMP="
                         RJ-CARD(1:5) " FECHA=" TC-WORK-DATE
                         " LIBERADO HASTA " WS-LAST-REL ": "
                         RJ-REASON(1:30)
                         DELIMITED BY SIZE
                         INTO WS-EXC-TEXT
                  PERFORM Int-WRITE-EXCEPTION
               END-IF.

          END PROGRAM NOMINA-INTEGRIDAD.
