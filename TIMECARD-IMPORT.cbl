          IDENTIFICATION DIVISION.
          PROGRAM-ID. TIMECARD-IMPORT.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Importacion de fichajes de los *
      *                 relojes de planta: empareja    *
      *                 entradas y salidas, calcula    *
      *                 las horas de cada dia, las     *
      *                 reparte entre ordinarias (R) y *
      *                 extra (O) segun la jornada     *
      *                 maxima diaria y semanal, y     *
      *                 graba TIMECARD.DAT listo para  *
      *                 TIMECARD-EDIT. Los fichajes    *
      *                 sin pareja y los turnos        *
      *                 solapados van al informe de    *
      *                 incidencias del supervisor en  *
      *                 vez de convertirse en partes   *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT PUNCH-FILE ASSIGN TO "PUNCH.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PUN-STATUS.

              SELECT TIME-CARD-FILE ASSIGN TO "TIMECARD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TC-STATUS.

      *         COPIA DEL TIMECARD.DAT ANTERIOR, SI TENIA LINEAS,
      *         ANTES DE SUSTITUIRLO
              SELECT BACKUP-CARD-FILE ASSIGN TO "TIMECARD.BAK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BAK-STATUS.

              SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS WS-EMP-STATUS.

      *         MAESTRO DE DEPARTAMENTOS, PARA VALIDAR EL
      *         DEPARTAMENTO DEL TERMINAL ANTES DE ESTAMPARLO EN EL
      *         PARTE
              SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DPT-CODE
                  FILE STATUS IS WS-DPT-STATUS.

              SELECT PERIOD-FILE ASSIGN TO "PERIOD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PER-STATUS.

              SELECT PAY-GROUP-FILE ASSIGN TO "PAYGROUP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PGRP-STATUS.

              SELECT IMPORT-REPORT-FILE ASSIGN TO "TCIMPORT.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  PUNCH-FILE.
          COPY PUNCH.

          FD  TIME-CARD-FILE.
          COPY TIMECARD.

          FD  BACKUP-CARD-FILE.
          01  BACKUP-CARD-RECORD PIC X(80).

          FD  EMPLOYEE-MASTER-FILE.
          COPY EMPMAST.

          FD  DEPARTMENT-MASTER-FILE.
          COPY DEPTMAST.

          FD  PERIOD-FILE.
          01  PERIOD-LINE.
              05 PER-START PIC X(8).
              05 PER-END   PIC X(8).

          FD  PAY-GROUP-FILE.
          01  PAY-GROUP-LINE PIC X(1).

          FD  IMPORT-REPORT-FILE.
          01  IMPORT-REPORT-LINE PIC X(100).

          WORKING-STORAGE SECTION.

          01 WS-PUN-STATUS PIC X(2).
          01 WS-TC-STATUS  PIC X(2).
          01 WS-BAK-STATUS PIC X(2).
          01 WS-EMP-STATUS PIC X(2).
          01 WS-RPT-STATUS PIC X(2).
          01 WS-PUN-EOF    PIC X VALUE "N".
          01 WS-TC-EOF     PIC X VALUE "N".

      *         MAESTRO DE DEPARTAMENTOS (SI NO ESTA DISPONIBLE SE
      *         AVISA Y EL DEPARTAMENTO DEL TERMINAL NO SE VALIDA)
          01 WS-DPT-STATUS PIC X(2).
          01 WS-DPT-AVAIL  PIC X VALUE "N".

      *         PERIODO DE NOMINA: SOLO SE GRABAN PARTES DE LOS DIAS
      *         DEL PERIODO (SIN PERIOD.DAT SE GRABAN TODOS)
          01 WS-PER-STATUS    PIC X(2).
          01 WS-PERIOD-LOADED PIC X VALUE "N".
          01 WS-PERIOD-START  PIC X(8) VALUE SPACES.
          01 WS-PERIOD-END    PIC X(8) VALUE SPACES.

      *         GRUPO DE PAGO DEL RUN: LOS FICHAJES DE EMPLEADOS DE
      *         OTRO GRUPO SE OMITEN (IRAN EN SU PROPIO RUN)
          01 WS-PGRP-STATUS  PIC X(2).
          01 WS-GROUP-LOADED PIC X VALUE "N".
          01 WS-RUN-GROUP    PIC X(1) VALUE "M".
          01 WS-EMP-GROUP    PIC X(1).

      *         CONSULTA DE LA TABLA DE TASAS LEGALES (NOMINA-TASAS)
      *         PARA LA JORNADA ORDINARIA MAXIMA DIARIA Y SEMANAL
          01 WS-TAS-FUNCTION  PIC X(1) VALUE "F".
          01 WS-TAS-DATE      PIC X(8).
          01 WS-TAS-VERSION   PIC 9(3) VALUE ZERO.
          01 WS-TAS-RESULT    PIC X(1).
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-RATE-RECORD==
               LEADING ==SR== BY ==WS-SR==.
          01 WS-DAILY-LIMIT   PIC 9(2) VALUE 8.
          01 WS-WEEKLY-LIMIT  PIC 9(2) VALUE 40.

      *         TURNO MAS LARGO QUE SE ADMITE ENTRE UNA ENTRADA Y SU
      *         SALIDA; POR ENCIMA SE SUPONE UNA SALIDA OLVIDADA
          01 WS-MAX-SHIFT-MIN PIC 9(5) VALUE 960.

      *         FICHAJES DEL FICHERO, ORDENADOS POR EMPLEADO, FECHA
      *         Y HORA AL CARGARLOS (INSERCION). A IGUAL HORA VA
      *         ANTES LA SALIDA QUE LA ENTRADA (CAMBIO DE TERMINAL)
          01 WS-PUNCH-TABLE.
             05 WS-PT-ENTRY OCCURS 20000 TIMES.
                10 WS-PT-KEY.
                   15 WS-PT-EMP-ID PIC 9(5).
                   15 WS-PT-DATE   PIC X(8).
                   15 WS-PT-TIME   PIC X(4).
      *                  1 = SALIDA, 2 = ENTRADA, 3 = NO VALIDO
                   15 WS-PT-ORDER  PIC X(1).
                10 WS-PT-TYPE      PIC X(1).
                10 WS-PT-DEPT      PIC X(4).
                10 WS-PT-CLOCK     PIC X(4).
          01 WS-PT-COUNT PIC 9(5) VALUE ZERO.
          01 WS-PT-JX    PIC 9(5).
          01 WS-PT-DONE  PIC X.
          01 WS-NEW-PUNCH.
             05 WS-NEW-KEY.
                10 WS-NEW-EMP-ID PIC 9(5).
                10 WS-NEW-DATE   PIC X(8).
                10 WS-NEW-TIME   PIC X(4).
                10 WS-NEW-ORDER  PIC X(1).
             05 WS-NEW-TYPE      PIC X(1).
             05 WS-NEW-DEPT      PIC X(4).
             05 WS-NEW-CLOCK     PIC X(4).

      *         TRAMO DE LA TABLA DEL EMPLEADO EN CURSO
          01 WS-EMP-FIRST  PIC 9(5).
          01 WS-EMP-LAST   PIC 9(5).
          01 WS-EMP-END    PIC X.
          01 WS-PX         PIC 9(5).
          01 WS-EX-IX      PIC 9(5).
          01 WS-OPEN-SHIFT PIC X VALUE "N".
          01 WS-OPEN-IX    PIC 9(5).
          01 WS-EMP-SKIP   PIC X.
          01 WS-SHIFT-DEPT PIC X(4).

      *         TURNOS EMPAREJADOS DEL EMPLEADO, EN ORDEN
          01 WS-SHIFT-TABLE.
             05 WS-SH-ENTRY OCCURS 400 TIMES.
                10 WS-SH-DATE     PIC X(8).
                10 WS-SH-IN-TIME  PIC X(4).
                10 WS-SH-OUT-TIME PIC X(4).
                10 WS-SH-DEPT     PIC X(4).
                10 WS-SH-MINUTES  PIC 9(5).
          01 WS-SH-COUNT PIC 9(3) VALUE ZERO.
          01 WS-SH-IX    PIC 9(3).

      *         DIAS DEL EMPLEADO CON ALGUNA INCIDENCIA: NINGUN
      *         TURNO DE ESOS DIAS SE CONVIERTE EN PARTE, PARA QUE
      *         EL SUPERVISOR RESUELVA EL DIA COMPLETO
          01 WS-BAD-DAY-TABLE.
             05 WS-BAD-DAY OCCURS 100 TIMES PIC X(8).
          01 WS-BAD-COUNT PIC 9(3) VALUE ZERO.
          01 WS-BAD-IX    PIC 9(3).
          01 WS-BAD-FOUND PIC X.
          01 WS-CHECK-DATE PIC X(8).

      *         DIA EN CURSO: HORAS TRABAJADAS POR DEPARTAMENTO EN
      *         EL ORDEN EN QUE SE TRABAJARON
          01 WS-CUR-DAY      PIC X(8) VALUE SPACES.
          01 WS-SEG-TABLE.
             05 WS-SEG-ENTRY OCCURS 10 TIMES.
                10 WS-SEG-DEPT    PIC X(4).
                10 WS-SEG-MINUTES PIC 9(5).
          01 WS-SEG-COUNT PIC 9(2) VALUE ZERO.
          01 WS-SEG-IX    PIC 9(2).

      *         REPARTO ORDINARIAS / EXTRA
          01 WS-CUR-WEEK     PIC 9(7) VALUE ZERO.
          01 WS-WEEK-ID      PIC 9(7).
          01 WS-WEEK-REG     PIC 9(3) VALUE ZERO.
          01 WS-DAY-LEFT     PIC 9(2).
          01 WS-WEEK-LEFT    PIC 9(3).
          01 WS-SEG-HOURS    PIC 9(2).
          01 WS-SEG-REG      PIC 9(2).
          01 WS-SEG-OT       PIC 9(2).
          01 WS-IN-PERIOD    PIC X.

      *         CALCULO DE FECHAS Y MINUTOS
          01 WS-DATE-NUM     PIC 9(8).
          01 WS-DATE-PARTS REDEFINES WS-DATE-NUM.
             05 WS-DATE-YYYY PIC 9(4).
             05 WS-DATE-MM   PIC 9(2).
             05 WS-DATE-DD   PIC 9(2).
          01 WS-DATE-OK      PIC X.
          01 WS-INT-IN       PIC 9(7).
          01 WS-INT-OUT      PIC 9(7).
          01 WS-TIME-NUM     PIC 9(4).
          01 WS-TIME-PARTS REDEFINES WS-TIME-NUM.
             05 WS-TIME-HH   PIC 9(2).
             05 WS-TIME-MI   PIC 9(2).
          01 WS-MIN-IN       PIC 9(4).
          01 WS-MIN-OUT      PIC 9(4).
          01 WS-SHIFT-MIN    PIC S9(6).
          01 WS-WORK-HH      PIC 9(2).
          01 WS-WORK-MI      PIC 9(2).

      *         INCIDENCIA EN CURSO
          01 WS-EXC-REASON   PIC X(40).
          01 WS-TYPE-TEXT    PIC X(7).

      *         CONTADORES PARA EL INFORME
          01 WS-COUNT-READ      PIC 9(5) VALUE ZERO.
          01 WS-COUNT-UNREAD    PIC 9(5) VALUE ZERO.
          01 WS-COUNT-DUP       PIC 9(5) VALUE ZERO.
          01 WS-COUNT-EXC       PIC 9(5) VALUE ZERO.
          01 WS-COUNT-BAD-DAYS  PIC 9(5) VALUE ZERO.
          01 WS-COUNT-SHIFTS    PIC 9(5) VALUE ZERO.
          01 WS-COUNT-CARDS     PIC 9(5) VALUE ZERO.
          01 WS-COUNT-OUTSIDE   PIC 9(5) VALUE ZERO.
          01 WS-COUNT-OTHER-GRP PIC 9(5) VALUE ZERO.
          01 WS-COUNT-SALARIED  PIC 9(5) VALUE ZERO.
          01 WS-COUNT-BACKUP    PIC 9(5) VALUE ZERO.
          01 WS-TOTAL-REG       PIC 9(6) VALUE ZERO.
          01 WS-TOTAL-OT        PIC 9(6) VALUE ZERO.

          01 WS-TIMESTAMP PIC X(21).

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "Importacion de fichajes de los relojes".

               OPEN INPUT PUNCH-FILE.
               IF WS-PUN-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir PUNCH.DAT "
                          "(status " WS-PUN-STATUS ")"
                  STOP RUN
               END-IF.

               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF WS-EMP-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir EMPLOYEE-MASTER "
                          "(status " WS-EMP-STATUS ")"
                  STOP RUN
               END-IF.

               OPEN INPUT DEPARTMENT-MASTER-FILE.
               IF WS-DPT-STATUS = "00"
                  MOVE "Y" TO WS-DPT-AVAIL
               ELSE
                  DISPLAY "AVISO: sin DEPTMAST.DAT; no se valida el "
                          "departamento de los terminales"
               END-IF.

               PERFORM Imp-LOAD-PERIOD.
               PERFORM Imp-LOAD-PAYGROUP.
               PERFORM Imp-LOAD-LIMITS.

               OPEN OUTPUT IMPORT-REPORT-FILE.
               PERFORM Imp-WRITE-HEADER.

               PERFORM UNTIL WS-PUN-EOF = "Y"
                  READ PUNCH-FILE
                     AT END
                        MOVE "Y" TO WS-PUN-EOF
                     NOT AT END
                        ADD 1 TO WS-COUNT-READ
                        PERFORM Imp-LOAD-PUNCH
                  END-READ
               END-PERFORM.
               CLOSE PUNCH-FILE.

               PERFORM Imp-BACKUP-CARDS.
               OPEN OUTPUT TIME-CARD-FILE.
               IF WS-TC-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear TIMECARD.DAT "
                          "(status " WS-TC-STATUS ")"
                  STOP RUN
               END-IF.

      *         RECORRE LA TABLA EMPLEADO A EMPLEADO: LOS PARTES DE
      *         CADA EMPLEADO QUEDAN CONTIGUOS, COMO EXIGE LA
      *         EDICION
               MOVE 1 TO WS-EMP-FIRST.
               PERFORM UNTIL WS-EMP-FIRST > WS-PT-COUNT
                  MOVE WS-EMP-FIRST TO WS-EMP-LAST
                  MOVE "N" TO WS-EMP-END
                  PERFORM UNTIL WS-EMP-END = "Y"
                     IF WS-EMP-LAST >= WS-PT-COUNT
                        MOVE "Y" TO WS-EMP-END
                     ELSE
                        IF WS-PT-EMP-ID(WS-EMP-LAST + 1) =
                           WS-PT-EMP-ID(WS-EMP-FIRST)
                           ADD 1 TO WS-EMP-LAST
                        ELSE
                           MOVE "Y" TO WS-EMP-END
                        END-IF
                     END-IF
                  END-PERFORM
                  PERFORM Imp-PROCESS-EMPLOYEE
                  COMPUTE WS-EMP-FIRST = WS-EMP-LAST + 1
               END-PERFORM.

               PERFORM Imp-WRITE-TOTALS.

               CLOSE TIME-CARD-FILE.
               CLOSE EMPLOYEE-MASTER-FILE.
               IF WS-DPT-AVAIL = "Y"
                  CLOSE DEPARTMENT-MASTER-FILE
               END-IF.
               CLOSE IMPORT-REPORT-FILE.

               DISPLAY "Importacion terminada: " WS-COUNT-READ
                       " fichajes, " WS-COUNT-CARDS
                       " partes grabados, " WS-COUNT-EXC
                       " incidencias.".
               IF WS-COUNT-EXC > ZERO OR WS-COUNT-UNREAD > ZERO
                  DISPLAY "AVISO: revisar TCIMPORT.RPT antes de "
                          "lanzar la edicion de partes"
               END-IF.
               STOP RUN.

      *         CARGA EL PERIODO DE NOMINA DESDE PERIOD.DAT SI EL
      *         LOTE LO SUMINISTRA
          Imp-LOAD-PERIOD.
               OPEN INPUT PERIOD-FILE.
               IF WS-PER-STATUS = "00"
                  READ PERIOD-FILE
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE PER-START TO WS-PERIOD-START
                        MOVE PER-END   TO WS-PERIOD-END
                        MOVE "Y" TO WS-PERIOD-LOADED
                  END-READ
                  CLOSE PERIOD-FILE
               END-IF.
               IF WS-PERIOD-LOADED = "N"
                  DISPLAY "AVISO: sin PERIOD.DAT; se grabaran partes "
                          "de todas las fechas fichadas"
               END-IF.

      *         CARGA EL GRUPO DE PAGO DEL RUN SI EL LOTE LO
      *         SUMINISTRA (PAYGROUP.DAT)
          Imp-LOAD-PAYGROUP.
               OPEN INPUT PAY-GROUP-FILE.
               IF WS-PGRP-STATUS = "00"
                  READ PAY-GROUP-FILE
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE PAY-GROUP-LINE TO WS-RUN-GROUP
                        IF WS-RUN-GROUP = "w" OR WS-RUN-GROUP = "W"
                           MOVE "W" TO WS-RUN-GROUP
                        ELSE
                           MOVE "M" TO WS-RUN-GROUP
                        END-IF
                        MOVE "Y" TO WS-GROUP-LOADED
                  END-READ
                  CLOSE PAY-GROUP-FILE
               END-IF.

      *         JORNADA ORDINARIA MAXIMA DIARIA Y SEMANAL DE LA
      *         VERSION DE TASAS VIGENTE EN EL FIN DEL PERIODO (O
      *         EN LA FECHA DE HOY SIN PERIODO); SIN TABLA O SIN EL
      *         DATO INFORMADO RIGEN 8 Y 40 HORAS
          Imp-LOAD-LIMITS.
               IF WS-PERIOD-LOADED = "Y"
                  MOVE WS-PERIOD-END TO WS-TAS-DATE
               ELSE
                  MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                  MOVE WS-TIMESTAMP(1:8) TO WS-TAS-DATE
               END-IF.
               MOVE "F" TO WS-TAS-FUNCTION.
               CALL "NOMINA-TASAS"
                  USING  WS-TAS-FUNCTION
                         WS-TAS-DATE
                         WS-TAS-VERSION
                         WS-RATE-RECORD
                         WS-TAS-RESULT.
               IF WS-TAS-RESULT = "Y"
                  IF WS-SR-DAILY-REG-HOURS IS NUMERIC AND
                     WS-SR-DAILY-REG-HOURS > ZERO
                     MOVE WS-SR-DAILY-REG-HOURS TO WS-DAILY-LIMIT
                  END-IF
                  IF WS-SR-WEEKLY-REG-HOURS IS NUMERIC AND
                     WS-SR-WEEKLY-REG-HOURS > ZERO
                     MOVE WS-SR-WEEKLY-REG-HOURS TO WS-WEEKLY-LIMIT
                  END-IF
               ELSE
                  DISPLAY "AVISO: sin tasas legales vigentes; se "
                          "aplica la jornada de 8 h diarias y 40 "
                          "semanales"
               END-IF.
               DISPLAY "Jornada ordinaria: " WS-DAILY-LIMIT
                       " h diarias, " WS-WEEKLY-LIMIT " h semanales".

      *         VALIDA UN FICHAJE Y LO INSERTA EN SU SITIO DE LA
      *         TABLA. SIN EMPLEADO O FECHA LEGIBLES NO SE PUEDE
      *         ASIGNAR A NADIE Y SOLO SE LISTA; CON HORA O TIPO
      *         NO VALIDOS SE CARGA MARCADO PARA QUE EL DIA QUEDE
      *         COMO INCIDENCIA
          Imp-LOAD-PUNCH.
               MOVE PU-DATE TO WS-CHECK-DATE.
               PERFORM Imp-CHECK-DATE.
               IF PU-EMP-ID NOT NUMERIC OR WS-DATE-OK = "N"
                  ADD 1 TO WS-COUNT-UNREAD
                  MOVE SPACES TO IMPORT-REPORT-LINE
                  STRING "  FICHAJE ILEGIBLE (EMPLEADO O FECHA): "
                         PUNCH-RECORD
                         INTO IMPORT-REPORT-LINE
                  WRITE IMPORT-REPORT-LINE
                  EXIT PARAGRAPH
               END-IF.
               IF WS-PT-COUNT >= 20000
                  DISPLAY "ERROR: tabla de fichajes agotada (20000); "
                          "importacion abortada"
                  STOP RUN
               END-IF.

               MOVE PU-EMP-ID   TO WS-NEW-EMP-ID.
               MOVE PU-DATE     TO WS-NEW-DATE.
               MOVE PU-TIME     TO WS-NEW-TIME.
               MOVE PU-DEPT     TO WS-NEW-DEPT.
               MOVE PU-CLOCK-ID TO WS-NEW-CLOCK.
               EVALUATE PU-TYPE
                  WHEN "E"
                  WHEN "e"
                     MOVE "E" TO WS-NEW-TYPE
                     MOVE "2" TO WS-NEW-ORDER
                  WHEN "S"
                  WHEN "s"
                     MOVE "S" TO WS-NEW-TYPE
                     MOVE "1" TO WS-NEW-ORDER
                  WHEN OTHER
                     MOVE PU-TYPE TO WS-NEW-TYPE
                     MOVE "3" TO WS-NEW-ORDER
               END-EVALUATE.
               IF PU-TIME NOT NUMERIC
                  MOVE "3" TO WS-NEW-ORDER
               ELSE
                  MOVE PU-TIME TO WS-TIME-NUM
                  IF WS-TIME-HH > 23 OR WS-TIME-MI > 59
                     MOVE "3" TO WS-NEW-ORDER
                  END-IF
               END-IF.

               MOVE WS-PT-COUNT TO WS-PT-JX.
               MOVE "N" TO WS-PT-DONE.
               PERFORM UNTIL WS-PT-DONE = "Y"
                  IF WS-PT-JX = ZERO
                     MOVE "Y" TO WS-PT-DONE
                  ELSE
                     IF WS-PT-KEY(WS-PT-JX) > WS-NEW-KEY
                        MOVE WS-PT-ENTRY(WS-PT-JX)
                          TO WS-PT-ENTRY(WS-PT-JX + 1)
                        SUBTRACT 1 FROM WS-PT-JX
                     ELSE
                        MOVE "Y" TO WS-PT-DONE
                     END-IF
                  END-IF
               END-PERFORM.
               ADD 1 TO WS-PT-JX.
               MOVE WS-NEW-PUNCH TO WS-PT-ENTRY(WS-PT-JX).
               ADD 1 TO WS-PT-COUNT.

      *         COMPRUEBA QUE WS-CHECK-DATE ES UNA FECHA AAAAMMDD
      *         REAL Y DEJA SU NUMERO DE DIA EN WS-INT-IN
          Imp-CHECK-DATE.
               MOVE "N" TO WS-DATE-OK.
               MOVE ZERO TO WS-INT-IN.
               IF WS-CHECK-DATE NOT NUMERIC
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-CHECK-DATE TO WS-DATE-NUM.
               IF WS-DATE-YYYY < 1601 OR
                  WS-DATE-MM < 1 OR WS-DATE-MM > 12 OR
                  WS-DATE-DD < 1 OR WS-DATE-DD > 31
                  EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-INT-IN =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
               IF WS-INT-IN > ZERO
                  MOVE "Y" TO WS-DATE-OK
               END-IF.

      *         SI YA HAY UN TIMECARD.DAT CON LINEAS (PARTES
      *         GRABADOS A MANO O DE UNA IMPORTACION ANTERIOR) SE
      *         COPIA A TIMECARD.BAK ANTES DE SUSTITUIRLO
          Imp-BACKUP-CARDS.
               OPEN INPUT TIME-CARD-FILE.
               IF WS-TC-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL WS-TC-EOF = "Y"
                  READ TIME-CARD-FILE
                     AT END
                        MOVE "Y" TO WS-TC-EOF
                     NOT AT END
                        IF WS-COUNT-BACKUP = ZERO
                           OPEN OUTPUT BACKUP-CARD-FILE
                        END-IF
                        ADD 1 TO WS-COUNT-BACKUP
                        MOVE SPACES TO BACKUP-CARD-RECORD
                        MOVE TIMECARD-RECORD TO BACKUP-CARD-RECORD
                        WRITE BACKUP-CARD-RECORD
                  END-READ
               END-PERFORM.
               CLOSE TIME-CARD-FILE.
               IF WS-COUNT-BACKUP > ZERO
                  CLOSE BACKUP-CARD-FILE
                  DISPLAY "AVISO: el TIMECARD.DAT anterior ("
                          WS-COUNT-BACKUP " lineas) se ha copiado "
                          "a TIMECARD.BAK"
               END-IF.

      *         TRATA LOS FICHAJES DE UN EMPLEADO (TRAMO
      *         WS-EMP-FIRST..WS-EMP-LAST DE LA TABLA)
          Imp-PROCESS-EMPLOYEE.
               MOVE "N" TO WS-EMP-SKIP.
               MOVE WS-PT-EMP-ID(WS-EMP-FIRST) TO EMP-ID.
               READ EMPLOYEE-MASTER-FILE
                    INVALID KEY
                       MOVE SPACES TO EMP-NAME EMP-DEPT
                       MOVE "EMPLEADO NO EXISTE EN MAESTRO"
                         TO WS-EXC-REASON
                       PERFORM VARYING WS-EX-IX FROM WS-EMP-FIRST
                               BY 1 UNTIL WS-EX-IX > WS-EMP-LAST
                          PERFORM Imp-PUNCH-EXCEPTION
                       END-PERFORM
                       MOVE "Y" TO WS-EMP-SKIP
               END-READ.
               IF WS-EMP-SKIP = "Y"
                  EXIT PARAGRAPH
               END-IF.

      *         LOS ASALARIADOS NO COBRAN POR PARTE DE HORAS
               IF EMP-PAY-TYPE = "S"
                  COMPUTE WS-COUNT-SALARIED = WS-COUNT-SALARIED +
                          WS-EMP-LAST - WS-EMP-FIRST + 1
                  EXIT PARAGRAPH
               END-IF.

               IF WS-GROUP-LOADED = "Y"
                  MOVE EMP-PAY-GROUP TO WS-EMP-GROUP
                  IF WS-EMP-GROUP = SPACE
                     MOVE "M" TO WS-EMP-GROUP
                  END-IF
                  IF WS-EMP-GROUP NOT = WS-RUN-GROUP
                     COMPUTE WS-COUNT-OTHER-GRP =
                             WS-COUNT-OTHER-GRP +
                             WS-EMP-LAST - WS-EMP-FIRST + 1
                     EXIT PARAGRAPH
                  END-IF
               END-IF.

               MOVE ZERO TO WS-SH-COUNT WS-BAD-COUNT.
               PERFORM Imp-PAIR-EMPLOYEE.
               PERFORM Imp-BUILD-CARDS.

      *         EMPAREJA ENTRADAS Y SALIDAS EN ORDEN CRONOLOGICO.
      *         UNA ENTRADA CON OTRO TURNO ABIERTO ES UN TURNO
      *         SOLAPADO SI LE SIGUEN DOS SALIDAS (ENTRADA EN DOS
      *         TERMINALES); SI NO, LA PRIMERA ENTRADA QUEDA SIN
      *         SALIDA
          Imp-PAIR-EMPLOYEE.
               MOVE "N" TO WS-OPEN-SHIFT.
               MOVE WS-EMP-FIRST TO WS-PX.
               PERFORM UNTIL WS-PX > WS-EMP-LAST
                  PERFORM Imp-PAIR-PUNCH
               END-PERFORM.
               IF WS-OPEN-SHIFT = "Y"
                  MOVE WS-OPEN-IX TO WS-EX-IX
                  MOVE "ENTRADA SIN SALIDA" TO WS-EXC-REASON
                  PERFORM Imp-PUNCH-EXCEPTION
               END-IF.

          Imp-PAIR-PUNCH.
               MOVE WS-PX TO WS-EX-IX.
               IF WS-PT-ORDER(WS-PX) = "3"
                  MOVE "FICHAJE NO VALIDO (HORA O TIPO)"
                    TO WS-EXC-REASON
                  PERFORM Imp-PUNCH-EXCEPTION
                  ADD 1 TO WS-PX
                  EXIT PARAGRAPH
               END-IF.

      *         EL MISMO MARCAJE LEIDO DOS VECES (DOBLE PASADA DE
      *         TARJETA O FICHERO DIARIO CONCATENADO DOS VECES)
               IF WS-PX > WS-EMP-FIRST
                  IF WS-PT-KEY(WS-PX) = WS-PT-KEY(WS-PX - 1)
                     ADD 1 TO WS-COUNT-DUP
                     ADD 1 TO WS-PX
                     EXIT PARAGRAPH
                  END-IF
               END-IF.

               IF WS-PT-TYPE(WS-PX) = "S"
                  IF WS-OPEN-SHIFT = "Y"
                     PERFORM Imp-CLOSE-SHIFT
                     MOVE "N" TO WS-OPEN-SHIFT
                  ELSE
                     MOVE "SALIDA SIN ENTRADA" TO WS-EXC-REASON
                     PERFORM Imp-PUNCH-EXCEPTION
                  END-IF
                  ADD 1 TO WS-PX
                  EXIT PARAGRAPH
               END-IF.

               IF WS-OPEN-SHIFT = "Y"
                  IF WS-PX + 2 <= WS-EMP-LAST
                     IF WS-PT-ORDER(WS-PX + 1) = "1" AND
                        WS-PT-ORDER(WS-PX + 2) = "1"
                        MOVE "TURNOS SOLAPADOS" TO WS-EXC-REASON
                        MOVE WS-OPEN-IX TO WS-EX-IX
                        PERFORM Imp-PUNCH-EXCEPTION
                        PERFORM VARYING WS-EX-IX FROM WS-PX BY 1
                                UNTIL WS-EX-IX > WS-PX + 2
                           PERFORM Imp-PUNCH-EXCEPTION
                        END-PERFORM
                        MOVE "N" TO WS-OPEN-SHIFT
                        ADD 3 TO WS-PX
                        EXIT PARAGRAPH
                     END-IF
                  END-IF
                  MOVE WS-OPEN-IX TO WS-EX-IX
                  MOVE "ENTRADA SIN SALIDA" TO WS-EXC-REASON
                  PERFORM Imp-PUNCH-EXCEPTION
               END-IF.
               MOVE "Y" TO WS-OPEN-SHIFT.
               MOVE WS-PX TO WS-OPEN-IX.
               ADD 1 TO WS-PX.

      *         CIERRA EL TURNO ABIERTO (WS-OPEN-IX) CON LA SALIDA
      *         WS-PX. EL TURNO SE IMPUTA AL DIA DE LA ENTRADA
      *         AUNQUE TERMINE PASADA LA MEDIANOCHE, Y AL
      *         DEPARTAMENTO DEL TERMINAL DE ENTRADA
          Imp-CLOSE-SHIFT.
               MOVE WS-PT-DATE(WS-PX) TO WS-CHECK-DATE.
               PERFORM Imp-CHECK-DATE.
               MOVE WS-INT-IN TO WS-INT-OUT.
               MOVE WS-PT-TIME(WS-PX) TO WS-TIME-NUM.
               COMPUTE WS-MIN-OUT = WS-TIME-HH * 60 + WS-TIME-MI.
               MOVE WS-PT-DATE(WS-OPEN-IX) TO WS-CHECK-DATE.
               PERFORM Imp-CHECK-DATE.
               MOVE WS-PT-TIME(WS-OPEN-IX) TO WS-TIME-NUM.
               COMPUTE WS-MIN-IN = WS-TIME-HH * 60 + WS-TIME-MI.
               COMPUTE WS-SHIFT-MIN =
                       (WS-INT-OUT - WS-INT-IN) * 1440
                       + WS-MIN-OUT - WS-MIN-IN.

               MOVE SPACES TO WS-EXC-REASON.
               IF WS-SHIFT-MIN <= ZERO
                  MOVE "TURNO SIN DURACION" TO WS-EXC-REASON
               END-IF.
               IF WS-SHIFT-MIN > WS-MAX-SHIFT-MIN
                  MOVE "TURNO DE MAS DE 16 HORAS" TO WS-EXC-REASON
               END-IF.

               MOVE WS-PT-DEPT(WS-OPEN-IX) TO WS-SHIFT-DEPT.
               IF WS-SHIFT-DEPT = SPACES
                  MOVE EMP-DEPT TO WS-SHIFT-DEPT
               ELSE
                  IF WS-DPT-AVAIL = "Y" AND
                     WS-EXC-REASON = SPACES
                     MOVE WS-SHIFT-DEPT TO DPT-CODE
                     READ DEPARTMENT-MASTER-FILE
                          INVALID KEY
                             MOVE "DEPARTAMENTO DEL TERMINAL NO EXISTE"
                               TO WS-EXC-REASON
                     END-READ
                  END-IF
               END-IF.

               IF WS-EXC-REASON NOT = SPACES
                  MOVE WS-OPEN-IX TO WS-EX-IX
                  PERFORM Imp-PUNCH-EXCEPTION
                  MOVE WS-PX TO WS-EX-IX
                  PERFORM Imp-PUNCH-EXCEPTION
                  EXIT PARAGRAPH
               END-IF.

               IF WS-SH-COUNT >= 400
                  DISPLAY "ERROR: mas de 400 turnos del empleado "
                          EMP-ID "; importacion abortada"
                  STOP RUN
               END-IF.
               ADD 1 TO WS-SH-COUNT.
               MOVE WS-PT-DATE(WS-OPEN-IX) TO WS-SH-DATE(WS-SH-COUNT).
               MOVE WS-PT-TIME(WS-OPEN-IX)
                 TO WS-SH-IN-TIME(WS-SH-COUNT).
               MOVE WS-PT-TIME(WS-PX) TO WS-SH-OUT-TIME(WS-SH-COUNT).
               MOVE WS-SHIFT-DEPT TO WS-SH-DEPT(WS-SH-COUNT).
               MOVE WS-SHIFT-MIN TO WS-SH-MINUTES(WS-SH-COUNT).

      *         LISTA EL FICHAJE WS-EX-IX CON EL MOTIVO Y MARCA SU
      *         DIA COMO DIA CON INCIDENCIAS. LOS FICHAJES FUERA DEL
      *         PERIODO SOLO SE CUENTAN (SON DE OTRO PERIODO)
          Imp-PUNCH-EXCEPTION.
               MOVE WS-PT-DATE(WS-EX-IX) TO WS-CHECK-DATE.
               PERFORM Imp-REMEMBER-BAD-DAY.
               IF WS-PERIOD-LOADED = "Y" AND
                  (WS-CHECK-DATE < WS-PERIOD-START OR
                   WS-CHECK-DATE > WS-PERIOD-END)
                  ADD 1 TO WS-COUNT-OUTSIDE
                  EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-COUNT-EXC.
               EVALUATE WS-PT-TYPE(WS-EX-IX)
                  WHEN "E"
                     MOVE "ENTRADA" TO WS-TYPE-TEXT
                  WHEN "S"
                     MOVE "SALIDA " TO WS-TYPE-TEXT
                  WHEN OTHER
                     MOVE "TIPO ?" TO WS-TYPE-TEXT
                     MOVE WS-PT-TYPE(WS-EX-IX) TO WS-TYPE-TEXT(7:1)
               END-EVALUATE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "  " WS-PT-EMP-ID(WS-EX-IX)
                      " " EMP-NAME
                      " " WS-PT-DATE(WS-EX-IX)
                      " INCIDENCIA "
                      WS-PT-TIME(WS-EX-IX)(1:2) ":"
                      WS-PT-TIME(WS-EX-IX)(3:2)
                      " " WS-TYPE-TEXT
                      " " WS-PT-CLOCK(WS-EX-IX)
                      " " WS-EXC-REASON
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.

          Imp-REMEMBER-BAD-DAY.
               PERFORM Imp-FIND-BAD-DAY.
               IF WS-BAD-FOUND = "Y"
                  EXIT PARAGRAPH
               END-IF.
               IF WS-BAD-COUNT >= 100
                  DISPLAY "ERROR: mas de 100 dias con incidencias del "
                          "empleado " EMP-ID "; importacion abortada"
                  STOP RUN
               END-IF.
               ADD 1 TO WS-BAD-COUNT.
               MOVE WS-CHECK-DATE TO WS-BAD-DAY(WS-BAD-COUNT).
               IF WS-PERIOD-LOADED = "N" OR
                  (WS-CHECK-DATE >= WS-PERIOD-START AND
                   WS-CHECK-DATE <= WS-PERIOD-END)
                  ADD 1 TO WS-COUNT-BAD-DAYS
               END-IF.

          Imp-FIND-BAD-DAY.
               MOVE "N" TO WS-BAD-FOUND.
               PERFORM VARYING WS-BAD-IX FROM 1 BY 1
                       UNTIL WS-BAD-IX > WS-BAD-COUNT
                  IF WS-BAD-DAY(WS-BAD-IX) = WS-CHECK-DATE
                     MOVE "Y" TO WS-BAD-FOUND
                  END-IF
               END-PERFORM.

      *         CONVIERTE LOS TURNOS DEL EMPLEADO EN PARTES, DIA A
      *         DIA. LOS TURNOS DE UN DIA CON INCIDENCIAS SE LISTAN
      *         SIN GRABAR PARTE
          Imp-BUILD-CARDS.
               MOVE SPACES TO WS-CUR-DAY.
               MOVE ZERO TO WS-SEG-COUNT WS-CUR-WEEK WS-WEEK-REG.
               PERFORM VARYING WS-SH-IX FROM 1 BY 1
                       UNTIL WS-SH-IX > WS-SH-COUNT
                  MOVE WS-SH-DATE(WS-SH-IX) TO WS-CHECK-DATE
                  PERFORM Imp-FIND-BAD-DAY
                  IF WS-BAD-FOUND = "Y"
                     PERFORM Imp-LIST-HELD-SHIFT
                  ELSE
                     IF WS-SH-DATE(WS-SH-IX) NOT = WS-CUR-DAY
                        PERFORM Imp-FLUSH-DAY
                        MOVE WS-SH-DATE(WS-SH-IX) TO WS-CUR-DAY
                     END-IF
                     PERFORM Imp-ADD-SEGMENT
                  END-IF
               END-PERFORM.
               PERFORM Imp-FLUSH-DAY.

      *         TURNO EMPAREJADO PERO RETENIDO POR SER DE UN DIA CON
      *         INCIDENCIAS (SOLO SE LISTAN LOS DEL PERIODO)
          Imp-LIST-HELD-SHIFT.
               IF WS-PERIOD-LOADED = "Y" AND
                  (WS-SH-DATE(WS-SH-IX) < WS-PERIOD-START OR
                   WS-SH-DATE(WS-SH-IX) > WS-PERIOD-END)
                  EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "  " EMP-ID
                      " " EMP-NAME
                      " " WS-SH-DATE(WS-SH-IX)
                      " RETENIDO   "
                      WS-SH-IN-TIME(WS-SH-IX)(1:2) ":"
                      WS-SH-IN-TIME(WS-SH-IX)(3:2) "-"
                      WS-SH-OUT-TIME(WS-SH-IX)(1:2) ":"
                      WS-SH-OUT-TIME(WS-SH-IX)(3:2)
                      " " WS-SH-DEPT(WS-SH-IX)
                      " TURNO DE UN DIA CON INCIDENCIAS"
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.

      *         ACUMULA EL TURNO EN EL DIA EN CURSO, JUNTANDO LOS
      *         TURNOS SEGUIDOS DEL MISMO DEPARTAMENTO
          Imp-ADD-SEGMENT.
               ADD 1 TO WS-COUNT-SHIFTS.
               IF WS-SEG-COUNT > ZERO
                  IF WS-SEG-DEPT(WS-SEG-COUNT) = WS-SH-DEPT(WS-SH-IX)
                     ADD WS-SH-MINUTES(WS-SH-IX)
                      TO WS-SEG-MINUTES(WS-SEG-COUNT)
                     EXIT PARAGRAPH
                  END-IF
               END-IF.
               IF WS-SEG-COUNT >= 10
                  ADD WS-SH-MINUTES(WS-SH-IX)
                   TO WS-SEG-MINUTES(WS-SEG-COUNT)
                  EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-SEG-COUNT.
               MOVE WS-SH-DEPT(WS-SH-IX) TO WS-SEG-DEPT(WS-SEG-COUNT).
               MOVE WS-SH-MINUTES(WS-SH-IX)
                 TO WS-SEG-MINUTES(WS-SEG-COUNT).

      *         REPARTE LAS HORAS DEL DIA EN CURSO: LAS PRIMERAS
      *         HASTA LA JORNADA DIARIA Y HASTA COMPLETAR LA
      *         SEMANAL (SEMANA DE LUNES A DOMINGO) SON ORDINARIAS,
      *         EL RESTO EXTRA. LOS DIAS FUERA DEL PERIODO (DE LA
      *         MISMA SEMANA) CUENTAN PARA LA JORNADA SEMANAL PERO
      *         NO GENERAN PARTE
          Imp-FLUSH-DAY.
               IF WS-SEG-COUNT = ZERO
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-CUR-DAY TO WS-CHECK-DATE.
               PERFORM Imp-CHECK-DATE.
               COMPUTE WS-WEEK-ID = (WS-INT-IN - 1) / 7.
               IF WS-WEEK-ID NOT = WS-CUR-WEEK
                  MOVE WS-WEEK-ID TO WS-CUR-WEEK
                  MOVE ZERO TO WS-WEEK-REG
               END-IF.
               MOVE "Y" TO WS-IN-PERIOD.
               IF WS-PERIOD-LOADED = "Y" AND
                  (WS-CUR-DAY < WS-PERIOD-START OR
                   WS-CUR-DAY > WS-PERIOD-END)
                  MOVE "N" TO WS-IN-PERIOD
               END-IF.
               MOVE WS-DAILY-LIMIT TO WS-DAY-LEFT.

               PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                       UNTIL WS-SEG-IX > WS-SEG-COUNT
                  COMPUTE WS-SEG-HOURS ROUNDED =
                          WS-SEG-MINUTES(WS-SEG-IX) / 60
                  IF WS-WEEK-REG >= WS-WEEKLY-LIMIT
                     MOVE ZERO TO WS-WEEK-LEFT
                  ELSE
                     COMPUTE WS-WEEK-LEFT =
                             WS-WEEKLY-LIMIT - WS-WEEK-REG
                  END-IF
                  MOVE WS-SEG-HOURS TO WS-SEG-REG
                  IF WS-SEG-REG > WS-DAY-LEFT
                     MOVE WS-DAY-LEFT TO WS-SEG-REG
                  END-IF
                  IF WS-SEG-REG > WS-WEEK-LEFT
                     MOVE WS-WEEK-LEFT TO WS-SEG-REG
                  END-IF
                  COMPUTE WS-SEG-OT = WS-SEG-HOURS - WS-SEG-REG
                  SUBTRACT WS-SEG-REG FROM WS-DAY-LEFT
                  ADD WS-SEG-REG TO WS-WEEK-REG
                  IF WS-IN-PERIOD = "Y"
                     PERFORM Imp-WRITE-DAY-CARDS
                  END-IF
               END-PERFORM.
               MOVE ZERO TO WS-SEG-COUNT.

      *         GRABA LOS PARTES R Y O DEL TRAMO WS-SEG-IX Y LO
      *         LISTA EN EL INFORME
          Imp-WRITE-DAY-CARDS.
               IF WS-SEG-REG > ZERO
                  MOVE WS-SEG-REG TO TC-HOURS
                  MOVE "R" TO TC-PAY-CODE
                  PERFORM Imp-WRITE-CARD
                  ADD WS-SEG-REG TO WS-TOTAL-REG
               END-IF.
               IF WS-SEG-OT > ZERO
                  MOVE WS-SEG-OT TO TC-HOURS
                  MOVE "O" TO TC-PAY-CODE
                  PERFORM Imp-WRITE-CARD
                  ADD WS-SEG-OT TO WS-TOTAL-OT
               END-IF.
               DIVIDE WS-SEG-MINUTES(WS-SEG-IX) BY 60
                      GIVING WS-WORK-HH REMAINDER WS-WORK-MI.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "  " EMP-ID
                      " " EMP-NAME
                      " " WS-CUR-DAY
                      " PARTE      FICHADO " WS-WORK-HH ":"
                      WS-WORK-MI
                      " " WS-SEG-DEPT(WS-SEG-IX)
                      "  ORDINARIAS " WS-SEG-REG
                      "  EXTRA " WS-SEG-OT
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.

          Imp-WRITE-CARD.
               MOVE EMP-ID TO TC-EMP-ID.
               MOVE WS-CUR-DAY TO TC-WORK-DATE.
               MOVE SPACE TO TC-ADJ-SIGN.
               MOVE ZERO TO TC-ADJ-AMOUNT.
               MOVE WS-SEG-DEPT(WS-SEG-IX) TO TC-DEPT.
               WRITE TIMECARD-RECORD.
               ADD 1 TO WS-COUNT-CARDS.

          Imp-WRITE-HEADER.
               MOVE "INFORME DE IMPORTACION DE FICHAJES"
                 TO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               IF WS-PERIOD-LOADED = "Y"
                  STRING "FECHA DE IMPORTACION: " WS-TIMESTAMP(1:8)
                         "   PERIODO: " WS-PERIOD-START
                         " - " WS-PERIOD-END
                         INTO IMPORT-REPORT-LINE
               ELSE
                  STRING "FECHA DE IMPORTACION: " WS-TIMESTAMP(1:8)
                         "   PERIODO: (SIN PERIOD.DAT)"
                         INTO IMPORT-REPORT-LINE
               END-IF.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "JORNADA ORDINARIA: " WS-DAILY-LIMIT
                      " H DIARIAS, " WS-WEEKLY-LIMIT " H SEMANALES"
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.

          Imp-WRITE-TOTALS.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "FICHAJES LEIDOS:          " WS-COUNT-READ
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "FICHAJES ILEGIBLES:       " WS-COUNT-UNREAD
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "DUPLICADOS IGNORADOS:     " WS-COUNT-DUP
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "DE ASALARIADOS (OMITIDOS):" WS-COUNT-SALARIED
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "DE OTRO GRUPO (OMITIDOS): " WS-COUNT-OTHER-GRP
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "INCIDENCIAS FUERA PERIODO:" WS-COUNT-OUTSIDE
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "TURNOS CONVERTIDOS:       " WS-COUNT-SHIFTS
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "PARTES GRABADOS:          " WS-COUNT-CARDS
                      "   HORAS ORDINARIAS " WS-TOTAL-REG
                      "   EXTRA " WS-TOTAL-OT
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               MOVE SPACES TO IMPORT-REPORT-LINE.
               STRING "INCIDENCIAS:              " WS-COUNT-EXC
                      "   DIAS RETENIDOS " WS-COUNT-BAD-DAYS
                      INTO IMPORT-REPORT-LINE.
               WRITE IMPORT-REPORT-LINE.
               IF WS-COUNT-EXC = ZERO AND WS-COUNT-UNREAD = ZERO
                  MOVE "RESULTADO: TODOS LOS FICHAJES CONVERTIDOS"
                    TO IMPORT-REPORT-LINE
               ELSE
                  MOVE
                   "RESULTADO: HAY INCIDENCIAS, CORREGIR Y REIMPORTAR"
                    TO IMPORT-REPORT-LINE
               END-IF.
               WRITE IMPORT-REPORT-LINE.

          END PROGRAM TIMECARD-IMPORT.
