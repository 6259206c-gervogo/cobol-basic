          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-CADENA.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Cadena desatendida del ciclo   *
      *                 de nomina: ejecuta en orden la *
      *                 pre-edicion de partes de horas *
      *                 (TIMECARD-EDIT), el run de     *
      *                 calculo (SISTEMA-GESTION-      *
      *                 NOMINAS) y el informe de       *
      *                 variaciones (NOMINA-VARIANZA), *
      *                 registra inicio, fin y         *
      *                 resultado de cada paso en      *
      *                 JOBSTEP.DAT, detiene la cadena *
      *                 en el primer paso fallido y al *
      *                 relanzarla la reanuda en ese   *
      *                 paso sin repetir los ya        *
      *                 completados. Deja el resumen   *
      *                 del ciclo en JOBSUM.RPT        *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT JOB-STEP-FILE ASSIGN TO "JOBSTEP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JS-STATUS.

      *         RESPUESTAS DESATENDIDAS DE CADA PASO: LO QUE EL
      *         PROGRAMA PEDIRIA POR TECLADO SE LEE DE AQUI (POR
      *         EJEMPLO EL GRUPO DE PAGO SI NO HAY PAYGROUP.DAT).
      *         SI NO EXISTEN SE CREAN VACIOS: UNA PREGUNTA SIN
      *         RESPUESTA CANCELA EL PASO EN LUGAR DE QUEDARSE
      *         ESPERANDO
              SELECT EDIT-INPUT-FILE ASSIGN TO "JOBIN01.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.

              SELECT RUN-INPUT-FILE ASSIGN TO "JOBIN02.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.

      *         PARTES DE HORAS: EL ORIGINAL SE GUARDA EN
      *         TIMECARD.ORG Y LAS LINEAS LIMPIAS DE LA PRE-EDICION
      *         PASAN A SER EL TIMECARD.DAT QUE LIQUIDA EL RUN
              SELECT TIME-CARD-FILE ASSIGN TO "TIMECARD.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TC-STATUS.

              SELECT ORIGINAL-CARD-FILE ASSIGN TO "TIMECARD.ORG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ORG-STATUS.

              SELECT CLEAN-CARD-FILE ASSIGN TO "TIMECARD.CLN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLN-STATUS.

              SELECT REJECT-CARD-FILE ASSIGN TO "TIMECARD.REJ"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REJ-STATUS.

              SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PEN-STATUS.

              SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERCAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PCAL-STATUS.

              SELECT SUMMARY-REPORT-FILE ASSIGN TO "JOBSUM.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  JOB-STEP-FILE.
          COPY JOBSTEP.

          FD  EDIT-INPUT-FILE.
          01  EDIT-INPUT-LINE PIC X(80).

          FD  RUN-INPUT-FILE.
          01  RUN-INPUT-LINE PIC X(80).

          FD  TIME-CARD-FILE.
          01  TIME-CARD-LINE PIC X(80).

          FD  ORIGINAL-CARD-FILE.
          01  ORIGINAL-CARD-LINE PIC X(80).

          FD  CLEAN-CARD-FILE.
          01  CLEAN-CARD-LINE PIC X(80).

          FD  REJECT-CARD-FILE.
          01  REJECT-CARD-LINE PIC X(80).

          FD  PENDING-FILE.
          COPY PENDING.

          FD  PERIOD-CALENDAR-FILE.
          COPY PERCAL.

          FD  SUMMARY-REPORT-FILE.
          01  SUMMARY-LINE PIC X(100).

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(120).

          WORKING-STORAGE SECTION.

          01 WS-JS-STATUS   PIC X(2).
          01 WS-IN-STATUS   PIC X(2).
          01 WS-TC-STATUS   PIC X(2).
          01 WS-ORG-STATUS  PIC X(2).
          01 WS-CLN-STATUS  PIC X(2).
          01 WS-REJ-STATUS  PIC X(2).
          01 WS-PEN-STATUS  PIC X(2).
          01 WS-PCAL-STATUS PIC X(2).
          01 WS-RPT-STATUS  PIC X(2).
          01 WS-JS-EOF      PIC X VALUE "N".
          01 WS-CARD-EOF    PIC X VALUE "N".
          01 WS-PCAL-EOF    PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN, CON EL TOKEN DE ARRANQUE DESATENDIDO DEL
      *         BATCH NOCTURNO (OPSIGNON.DAT) SI EXISTE
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "C".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "S".
          01 WS-SGN-RESULT  PIC X(1).

      *         FICHERO DE AUDITORIA
          01 WS-AUDIT-STATUS    PIC X(2).
          01 WS-AUDIT-TIMESTAMP PIC X(21).

      *         PASOS DE LA CADENA, EN ORDEN DE EJECUCION
          01 WS-STEP-NAMES.
             05 FILLER PIC X(24) VALUE "TIMECARD-EDIT".
             05 FILLER PIC X(24) VALUE "SISTEMA-GESTION-NOMINAS".
             05 FILLER PIC X(24) VALUE "NOMINA-VARIANZA".
          01 WS-STEP-NAMES-RED REDEFINES WS-STEP-NAMES.
             05 WS-STEP-NAME OCCURS 3 TIMES PIC X(24).
          01 WS-STEP-COUNT  PIC 9(2) VALUE 3.

      *         ESTADO DEL CICLO EN MEMORIA (IMAGEN DE JOBSTEP.DAT)
          01 WS-CYCLE-ID    PIC X(14).
          01 WS-STEP-TABLE.
             05 WS-STEP-ENTRY OCCURS 3 TIMES.
                10 WS-ST-PROGRAM  PIC X(24).
                10 WS-ST-STATUS   PIC X(1).
                10 WS-ST-START    PIC X(14).
                10 WS-ST-END      PIC X(14).
                10 WS-ST-RC       PIC 9(4).
                10 WS-ST-RUNS     PIC 9(2).
                10 WS-ST-MESSAGE  PIC X(50).
          01 WS-STEP-IX     PIC 9(2).
          01 WS-SAVE-IX     PIC 9(2).
          01 WS-LOADED      PIC 9(2) VALUE ZERO.
          01 WS-DONE-COUNT  PIC 9(2) VALUE ZERO.
          01 WS-FIRST-STEP  PIC 9(2) VALUE 1.
          01 WS-RESTART     PIC X VALUE "N".
          01 WS-STOP        PIC X VALUE "N".
          01 WS-STOP-STEP   PIC 9(2) VALUE ZERO.
          01 WS-WARNINGS    PIC X VALUE "N".
          01 WS-RESULT      PIC X(24).

      *         EJECUCION DE UN PASO EXTERNO: ORDEN AL SISTEMA CON
      *         LA ENTRADA Y LA SALIDA REDIRIGIDAS, Y SU CODIGO DE
      *         RETORNO. EN ALGUNOS SISTEMAS EL ESTADO DEVUELTO
      *         LLEVA EL CODIGO DEL PROGRAMA EN EL BYTE ALTO
          01 WS-CMD-PREFIX  PIC X(12) VALUE "cmd.exe /c".
          01 WS-COMMAND     PIC X(120).
          01 WS-STEP-INPUT  PIC X(12).
          01 WS-STEP-LOG    PIC X(12).
          01 WS-SYS-RC      PIC S9(9) VALUE ZERO.
          01 WS-ED-RC       PIC Z9.

      *         RECUENTOS DE LA PRE-EDICION
          01 WS-COUNT-CLEAN  PIC 9(5) VALUE ZERO.
          01 WS-COUNT-REJECT PIC 9(5) VALUE ZERO.
          01 WS-COUNT-ORIG   PIC 9(5) VALUE ZERO.
          01 WS-COPY-OK      PIC X.

      *         RUN PENDIENTE QUE DEJO EL PASO DE CALCULO
          01 WS-PEN-FOUND    PIC X VALUE "N".
          01 WS-PEN-START    PIC X(8).
          01 WS-PEN-END      PIC X(8).
          01 WS-PEN-GROUP    PIC X(1).
          01 WS-PEN-BALANCE  PIC X(1).
          01 WS-PEN-NETO     PIC 9(9)V99.
          01 WS-PEN-OPERATOR PIC X(10).

      *         PARAMETROS DEL INFORME DE VARIACIONES: FIN DEL
      *         PERIODO ANTERIOR DEL MISMO GRUPO SEGUN EL CALENDARIO
          01 WS-PREV-PERIOD  PIC X(8).
          01 WS-CAL-GROUP    PIC X(1).
          01 WS-VAR-COUNT    PIC 9(5) VALUE ZERO.

          01 WS-NOW          PIC X(14).
          01 WS-ED-NETO      PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-STATUS    PIC X(12).

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "CADENA DESATENDIDA DEL CICLO DE NOMINA".

               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; cadena cancelada."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.

               PERFORM Cad-LOAD-STATUS.
               PERFORM Cad-LOG-START.

               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > WS-STEP-COUNT
                          OR WS-STOP = "Y"
                  PERFORM Cad-RUN-STEP
               END-PERFORM.

               PERFORM Cad-WRITE-SUMMARY.
               PERFORM Cad-LOG-END.

      *         CODIGO DE RETORNO DE LA CADENA PARA EL PLANIFICADOR:
      *         0 = CICLO COMPLETO, 4 = COMPLETO CON AVISOS,
      *         16 = DETENIDA EN UN PASO FALLIDO
               IF WS-STOP = "Y"
                  MOVE 16 TO RETURN-CODE
               ELSE
                  IF WS-WARNINGS = "Y"
                     MOVE 4 TO RETURN-CODE
                  ELSE
                     MOVE ZERO TO RETURN-CODE
                  END-IF
               END-IF.
               STOP RUN.

      *         CARGA JOBSTEP.DAT. SIN FICHERO, O CON EL CICLO
      *         ANTERIOR TERMINADO, EMPIEZA UN CICLO NUEVO; SI EL
      *         CICLO ANTERIOR SE DETUVO (O LA CADENA MURIO CON UN
      *         PASO EN EJECUCION) SE REANUDA EN EL PRIMER PASO NO
      *         COMPLETADO. PARA DESCARTAR UN CICLO DETENIDO Y
      *         EMPEZAR DE CERO BASTA CON BORRAR JOBSTEP.DAT
          Cad-LOAD-STATUS.
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
               MOVE ZERO TO WS-LOADED WS-DONE-COUNT.
               MOVE SPACES TO WS-CYCLE-ID.
               OPEN INPUT JOB-STEP-FILE.
               IF WS-JS-STATUS = "00"
                  PERFORM UNTIL WS-JS-EOF = "Y"
                     READ JOB-STEP-FILE
                        AT END
                           MOVE "Y" TO WS-JS-EOF
                        NOT AT END
                           PERFORM Cad-LOAD-ONE-STEP
                     END-READ
                  END-PERFORM
                  CLOSE JOB-STEP-FILE
               END-IF.

               IF WS-LOADED = WS-STEP-COUNT AND
                  WS-DONE-COUNT < WS-STEP-COUNT
                  MOVE "Y" TO WS-RESTART
                  PERFORM VARYING WS-STEP-IX FROM WS-STEP-COUNT BY -1
                          UNTIL WS-STEP-IX < 1
                     IF WS-ST-STATUS(WS-STEP-IX) NOT = "C" AND
                        WS-ST-STATUS(WS-STEP-IX) NOT = "W"
                        MOVE WS-STEP-IX TO WS-FIRST-STEP
                     END-IF
                  END-PERFORM
                  DISPLAY "Reinicio del ciclo " WS-CYCLE-ID
                          ": se reanuda en el paso " WS-FIRST-STEP
                          " (" WS-ST-PROGRAM(WS-FIRST-STEP) ")"
                  EXIT PARAGRAPH
               END-IF.

               IF WS-LOADED > ZERO AND WS-LOADED NOT = WS-STEP-COUNT
                  DISPLAY "AVISO: JOBSTEP.DAT incompleto ("
                          WS-LOADED " paso(s)); se empieza un ciclo "
                          "nuevo"
               END-IF.
               MOVE WS-NOW TO WS-CYCLE-ID.
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > WS-STEP-COUNT
                  MOVE WS-STEP-NAME(WS-STEP-IX)
                    TO WS-ST-PROGRAM(WS-STEP-IX)
                  MOVE "P"    TO WS-ST-STATUS(WS-STEP-IX)
                  MOVE SPACES TO WS-ST-START(WS-STEP-IX)
                                 WS-ST-END(WS-STEP-IX)
                                 WS-ST-MESSAGE(WS-STEP-IX)
                  MOVE ZERO   TO WS-ST-RC(WS-STEP-IX)
                                 WS-ST-RUNS(WS-STEP-IX)
               END-PERFORM.
               PERFORM Cad-SAVE-STATUS.
               DISPLAY "Ciclo nuevo " WS-CYCLE-ID ".".

          Cad-LOAD-ONE-STEP.
               IF JS-STEP < 1 OR JS-STEP > WS-STEP-COUNT
                  EXIT PARAGRAPH
               END-IF.
               IF WS-CYCLE-ID = SPACES
                  MOVE JS-CYCLE-ID TO WS-CYCLE-ID
               END-IF.
               IF JS-CYCLE-ID NOT = WS-CYCLE-ID
                  EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-LOADED.
               MOVE WS-STEP-NAME(JS-STEP) TO WS-ST-PROGRAM(JS-STEP).
               MOVE JS-STATUS  TO WS-ST-STATUS(JS-STEP).
               MOVE JS-START   TO WS-ST-START(JS-STEP).
               MOVE JS-END     TO WS-ST-END(JS-STEP).
               MOVE JS-RC      TO WS-ST-RC(JS-STEP).
               MOVE JS-RUNS    TO WS-ST-RUNS(JS-STEP).
               MOVE JS-MESSAGE TO WS-ST-MESSAGE(JS-STEP).
               IF JS-STATUS = "C" OR JS-STATUS = "W"
                  ADD 1 TO WS-DONE-COUNT
               END-IF.

      *         REGRABA JOBSTEP.DAT COMPLETO CON EL ESTADO EN
      *         MEMORIA; SE HACE AL EMPEZAR Y AL TERMINAR CADA PASO
      *         PARA QUE UNA CAIDA DEJE RASTRO DE DONDE IBA
          Cad-SAVE-STATUS.
               OPEN OUTPUT JOB-STEP-FILE.
               IF WS-JS-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo grabar JOBSTEP.DAT "
                          "(status " WS-JS-STATUS "); cadena "
                          "cancelada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               PERFORM VARYING WS-SAVE-IX FROM 1 BY 1
                       UNTIL WS-SAVE-IX > WS-STEP-COUNT
                  MOVE SPACES TO JOB-STEP-RECORD
                  MOVE WS-CYCLE-ID                TO JS-CYCLE-ID
                  MOVE WS-SAVE-IX                 TO JS-STEP
                  MOVE WS-ST-PROGRAM(WS-SAVE-IX)  TO JS-PROGRAM
                  MOVE WS-ST-STATUS(WS-SAVE-IX)   TO JS-STATUS
                  MOVE WS-ST-START(WS-SAVE-IX)    TO JS-START
                  MOVE WS-ST-END(WS-SAVE-IX)      TO JS-END
                  MOVE WS-ST-RC(WS-SAVE-IX)       TO JS-RC
                  MOVE WS-ST-RUNS(WS-SAVE-IX)     TO JS-RUNS
                  MOVE WS-ST-MESSAGE(WS-SAVE-IX)  TO JS-MESSAGE
                  WRITE JOB-STEP-RECORD
               END-PERFORM.
               CLOSE JOB-STEP-FILE.

      *         EJECUTA UN PASO: LOS YA COMPLETADOS EN ESTE CICLO SE
      *         OMITEN; EL RESTO SE MARCA EN EJECUCION, SE LANZA Y
      *         SE ANOTA SU RESULTADO. UN PASO FALLIDO DETIENE LA
      *         CADENA
          Cad-RUN-STEP.
               IF WS-ST-STATUS(WS-STEP-IX) = "C" OR
                  WS-ST-STATUS(WS-STEP-IX) = "W"
                  DISPLAY "Paso " WS-STEP-IX " "
                          WS-ST-PROGRAM(WS-STEP-IX)
                          " ya completado el "
                          WS-ST-END(WS-STEP-IX) "; se omite"
                  IF WS-ST-STATUS(WS-STEP-IX) = "W"
                     MOVE "Y" TO WS-WARNINGS
                  END-IF
                  EXIT PARAGRAPH
               END-IF.
               DISPLAY "Paso " WS-STEP-IX " "
                       WS-ST-PROGRAM(WS-STEP-IX) " iniciado".
               MOVE "E" TO WS-ST-STATUS(WS-STEP-IX).
               MOVE FUNCTION CURRENT-DATE(1:14)
                 TO WS-ST-START(WS-STEP-IX).
               MOVE SPACES TO WS-ST-END(WS-STEP-IX)
                              WS-ST-MESSAGE(WS-STEP-IX).
               MOVE ZERO TO WS-ST-RC(WS-STEP-IX).
               ADD 1 TO WS-ST-RUNS(WS-STEP-IX).
               PERFORM Cad-SAVE-STATUS.

               EVALUATE WS-STEP-IX
                  WHEN 1
                     PERFORM Cad-STEP-EDIT
                  WHEN 2
                     PERFORM Cad-STEP-RUN
                  WHEN 3
                     PERFORM Cad-STEP-VARIANCE
               END-EVALUATE.

               MOVE FUNCTION CURRENT-DATE(1:14)
                 TO WS-ST-END(WS-STEP-IX).
               PERFORM Cad-SAVE-STATUS.
               DISPLAY "Paso " WS-STEP-IX " "
                       WS-ST-PROGRAM(WS-STEP-IX) " terminado ("
                       WS-ST-STATUS(WS-STEP-IX) "): "
                       WS-ST-MESSAGE(WS-STEP-IX).
               IF WS-ST-STATUS(WS-STEP-IX) = "W"
                  MOVE "Y" TO WS-WARNINGS
               END-IF.
               IF WS-ST-STATUS(WS-STEP-IX) = "F"
                  MOVE "Y" TO WS-STOP
                  MOVE WS-STEP-IX TO WS-STOP-STEP
               END-IF.

      *         PASO 1: PRE-EDICION DE LOS PARTES DE HORAS. LOS
      *         RECHAZOS NO DETIENEN LA CADENA (SE LIQUIDAN LAS
      *         LINEAS LIMPIAS Y LOS RECHAZOS QUEDAN EN REJTRAIL.DAT
      *         PARA TIMECARD-CORR), PERO EL PASO QUEDA CON AVISOS
          Cad-STEP-EDIT.
               OPEN INPUT EDIT-INPUT-FILE.
               IF WS-IN-STATUS = "35"
                  OPEN OUTPUT EDIT-INPUT-FILE
               END-IF.
               CLOSE EDIT-INPUT-FILE.
               MOVE "JOBIN01.DAT"  TO WS-STEP-INPUT.
               MOVE "JOBLOG01.TXT" TO WS-STEP-LOG.
               PERFORM Cad-EXECUTE.
               MOVE WS-SYS-RC TO WS-ST-RC(WS-STEP-IX).
               IF WS-SYS-RC > 4
                  MOVE "F" TO WS-ST-STATUS(WS-STEP-IX)
                  MOVE WS-SYS-RC TO WS-ED-RC
                  STRING "PRE-EDICION ABORTADA RC=" WS-ED-RC
                         "; VER JOBLOG01.TXT"
                         INTO WS-ST-MESSAGE(WS-STEP-IX)
                  EXIT PARAGRAPH
               END-IF.
               PERFORM Cad-PROMOTE-CLEAN.
               IF WS-COPY-OK = "N"
                  MOVE "F" TO WS-ST-STATUS(WS-STEP-IX)
                  MOVE "NO SE PUDO SUSTITUIR TIMECARD.DAT POR LAS "
                    TO WS-ST-MESSAGE(WS-STEP-IX)
                  MOVE "LIMPIAS" TO WS-ST-MESSAGE(WS-STEP-IX)(43:)
                  EXIT PARAGRAPH
               END-IF.
               PERFORM Cad-COUNT-REJECTS.
               IF WS-COUNT-REJECT > ZERO OR WS-SYS-RC = 4
                  MOVE "W" TO WS-ST-STATUS(WS-STEP-IX)
               ELSE
                  MOVE "C" TO WS-ST-STATUS(WS-STEP-IX)
               END-IF.
               STRING "LIMPIAS=" WS-COUNT-CLEAN
                      " RECHAZADAS=" WS-COUNT-REJECT
                      " (TCEDIT.RPT)"
                      INTO WS-ST-MESSAGE(WS-STEP-IX).

      *         EL RUN LIQUIDA TIMECARD.DAT: SE GUARDA EL FICHERO
      *         ORIGINAL EN TIMECARD.ORG Y SE SUSTITUYE POR LAS
      *         LINEAS LIMPIAS (INCLUIDAS LAS RESUBMITIDAS QUE LA
      *         PRE-EDICION YA INCORPORO)
          Cad-PROMOTE-CLEAN.
               MOVE "N" TO WS-COPY-OK.
               MOVE ZERO TO WS-COUNT-ORIG WS-COUNT-CLEAN.
               OPEN INPUT CLEAN-CARD-FILE.
               IF WS-CLN-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir TIMECARD.CLN "
                          "(status " WS-CLN-STATUS ")"
                  EXIT PARAGRAPH
               END-IF.
               CLOSE CLEAN-CARD-FILE.

               OPEN INPUT TIME-CARD-FILE.
               IF WS-TC-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir TIMECARD.DAT "
                          "(status " WS-TC-STATUS ")"
                  EXIT PARAGRAPH
               END-IF.
               OPEN OUTPUT ORIGINAL-CARD-FILE.
               IF WS-ORG-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear TIMECARD.ORG "
                          "(status " WS-ORG-STATUS ")"
                  CLOSE TIME-CARD-FILE
                  EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-CARD-EOF.
               PERFORM UNTIL WS-CARD-EOF = "Y"
                  READ TIME-CARD-FILE
                     AT END
                        MOVE "Y" TO WS-CARD-EOF
                     NOT AT END
                        MOVE TIME-CARD-LINE TO ORIGINAL-CARD-LINE
                        WRITE ORIGINAL-CARD-LINE
                        ADD 1 TO WS-COUNT-ORIG
                  END-READ
               END-PERFORM.
               CLOSE TIME-CARD-FILE.
               CLOSE ORIGINAL-CARD-FILE.

               OPEN INPUT CLEAN-CARD-FILE.
               OPEN OUTPUT TIME-CARD-FILE.
               IF WS-TC-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo regrabar TIMECARD.DAT "
                          "(status " WS-TC-STATUS "); el original "
                          "queda en TIMECARD.ORG"
                  CLOSE CLEAN-CARD-FILE
                  EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-CARD-EOF.
               PERFORM UNTIL WS-CARD-EOF = "Y"
                  READ CLEAN-CARD-FILE
                     AT END
                        MOVE "Y" TO WS-CARD-EOF
                     NOT AT END
                        MOVE CLEAN-CARD-LINE TO TIME-CARD-LINE
                        WRITE TIME-CARD-LINE
                        ADD 1 TO WS-COUNT-CLEAN
                  END-READ
               END-PERFORM.
               CLOSE CLEAN-CARD-FILE.
               CLOSE TIME-CARD-FILE.
               MOVE "Y" TO WS-COPY-OK.

          Cad-COUNT-REJECTS.
               MOVE ZERO TO WS-COUNT-REJECT.
               OPEN INPUT REJECT-CARD-FILE.
               IF WS-REJ-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-CARD-EOF.
               PERFORM UNTIL WS-CARD-EOF = "Y"
                  READ REJECT-CARD-FILE
                     AT END
                        MOVE "Y" TO WS-CARD-EOF
                     NOT AT END
                        ADD 1 TO WS-COUNT-REJECT
                  END-READ
               END-PERFORM.
               CLOSE REJECT-CARD-FILE.

      *         PASO 2: RUN DE CALCULO. TERMINA BIEN SI DEJA EL
      *         REGISTRO DE CONTROL PENDIENTE DE APROBACION; UN RUN
      *         FUERA DE CUADRE QUEDA PENDIENTE IGUALMENTE, CON AVISO.
      *         SI SE CAE A MEDIAS, AL REANUDAR LA CADENA EL RUN
      *         CONTINUA DESDE SU PROPIO CHECKPOINT DE EMPLEADOS
          Cad-STEP-RUN.
               OPEN INPUT RUN-INPUT-FILE.
               IF WS-IN-STATUS = "35"
                  OPEN OUTPUT RUN-INPUT-FILE
               END-IF.
               CLOSE RUN-INPUT-FILE.
               MOVE "JOBIN02.DAT"  TO WS-STEP-INPUT.
               MOVE "JOBLOG02.TXT" TO WS-STEP-LOG.
               PERFORM Cad-EXECUTE.
               MOVE WS-SYS-RC TO WS-ST-RC(WS-STEP-IX).
               IF WS-SYS-RC > 4
                  MOVE "F" TO WS-ST-STATUS(WS-STEP-IX)
                  MOVE WS-SYS-RC TO WS-ED-RC
                  STRING "RUN ABORTADO RC=" WS-ED-RC
                         "; VER JOBLOG02.TXT"
                         INTO WS-ST-MESSAGE(WS-STEP-IX)
                  EXIT PARAGRAPH
               END-IF.
               PERFORM Cad-READ-PENDING.
               IF WS-PEN-FOUND = "N"
                  MOVE "F" TO WS-ST-STATUS(WS-STEP-IX)
                  MOVE "EL RUN NO DEJO REGISTRO PENDIENTE; VER "
                    TO WS-ST-MESSAGE(WS-STEP-IX)
                  MOVE "JOBLOG02.TXT" TO WS-ST-MESSAGE(WS-STEP-IX)(40:)
                  EXIT PARAGRAPH
               END-IF.
               IF WS-PEN-BALANCE = "E" AND WS-SYS-RC = ZERO
                  MOVE "C" TO WS-ST-STATUS(WS-STEP-IX)
               ELSE
                  MOVE "W" TO WS-ST-STATUS(WS-STEP-IX)
               END-IF.
               STRING "PERIODO " WS-PEN-START "-" WS-PEN-END
                      " GRUPO " WS-PEN-GROUP
                      " CUADRE " WS-PEN-BALANCE
                      INTO WS-ST-MESSAGE(WS-STEP-IX).

      *         LEE EL REGISTRO DE CONTROL DEL RUN PENDIENTE; SOLO
      *         VALE UN RUN DE PERIODO (TIPO P O BLANCO) AUN NO
      *         LIBERADO
          Cad-READ-PENDING.
               MOVE "N" TO WS-PEN-FOUND.
               OPEN INPUT PENDING-FILE.
               IF WS-PEN-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               READ PENDING-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PEN-STATUS = "P" AND
                        (PEN-RUN-TYPE = "P" OR PEN-RUN-TYPE = SPACE)
                        MOVE "Y"              TO WS-PEN-FOUND
                        MOVE PEN-PERIOD-START TO WS-PEN-START
                        MOVE PEN-PERIOD-END   TO WS-PEN-END
                        MOVE PEN-PAY-GROUP    TO WS-PEN-GROUP
                        MOVE PEN-BALANCE-FLAG TO WS-PEN-BALANCE
                        MOVE PEN-TOTAL-NETO   TO WS-PEN-NETO
                        MOVE PEN-OPERATOR-ID  TO WS-PEN-OPERATOR
                     END-IF
               END-READ.
               CLOSE PENDING-FILE.
               IF WS-PEN-GROUP = SPACE
                  MOVE "M" TO WS-PEN-GROUP
               END-IF.

      *         PASO 3: INFORME DE VARIACIONES DEL RUN PENDIENTE
      *         CONTRA EL PERIODO ANTERIOR DE SU GRUPO. LAS
      *         EXCEPCIONES NO DETIENEN LA CADENA: SON PARA EL
      *         APROBADOR, QUE LAS REVISA ANTES DE LIBERAR
          Cad-STEP-VARIANCE.
               PERFORM Cad-READ-PENDING.
               IF WS-PEN-FOUND = "N"
                  MOVE "F" TO WS-ST-STATUS(WS-STEP-IX)
                  MOVE 16 TO WS-ST-RC(WS-STEP-IX)
                  MOVE "NO HAY RUN DE PERIODO PENDIENTE DE LIBERAR"
                    TO WS-ST-MESSAGE(WS-STEP-IX)
                  EXIT PARAGRAPH
               END-IF.
               PERFORM Cad-FIND-PREVIOUS.
               MOVE ZERO TO WS-VAR-COUNT.
               CALL "NOMINA-VARIANZA"
                  USING  WS-PEN-START
                         WS-PEN-END
                         WS-PREV-PERIOD
                         WS-PEN-GROUP
                         WS-VAR-COUNT.
               MOVE ZERO TO WS-ST-RC(WS-STEP-IX).
               IF WS-VAR-COUNT > ZERO
                  MOVE "W" TO WS-ST-STATUS(WS-STEP-IX)
               ELSE
                  MOVE "C" TO WS-ST-STATUS(WS-STEP-IX)
               END-IF.
               STRING "EXCEPCIONES=" WS-VAR-COUNT
                      " (VARIANCE.RPT)"
                      INTO WS-ST-MESSAGE(WS-STEP-IX).

      *         FIN DEL ULTIMO PERIODO YA CALCULADO DEL GRUPO
      *         ANTERIOR AL DEL RUN, COMO LO TOMA EL PROPIO RUN; SIN
      *         CALENDARIO SE DEJA EN BLANCO Y EL INFORME LO BUSCA
      *         EN EL HISTORICO
          Cad-FIND-PREVIOUS.
               MOVE SPACES TO WS-PREV-PERIOD.
               MOVE "N" TO WS-PCAL-EOF.
               OPEN INPUT PERIOD-CALENDAR-FILE.
               IF WS-PCAL-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL WS-PCAL-EOF = "Y"
                  READ PERIOD-CALENDAR-FILE
                     AT END
                        MOVE "Y" TO WS-PCAL-EOF
                     NOT AT END
                        MOVE PC-GROUP TO WS-CAL-GROUP
                        IF WS-CAL-GROUP = SPACE
                           MOVE "M" TO WS-CAL-GROUP
                        END-IF
                        IF WS-CAL-GROUP = WS-PEN-GROUP AND
                           PC-STATUS NOT = "A" AND
                           PC-END < WS-PEN-END AND
                           PC-END > WS-PREV-PERIOD
                           MOVE PC-END TO WS-PREV-PERIOD
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE PERIOD-CALENDAR-FILE.

      *         LANZA EL PROGRAMA DEL PASO COMO PROCESO APARTE, CON
      *         SUS RESPUESTAS DESATENDIDAS COMO ENTRADA Y SU SALIDA
      *         POR PANTALLA EN EL LOG DEL PASO, Y RECOGE SU CODIGO
      *         DE RETORNO
          Cad-EXECUTE.
               MOVE SPACES TO WS-COMMAND.
               STRING WS-CMD-PREFIX DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-ST-PROGRAM(WS-STEP-IX) DELIMITED BY SPACE
                      " <" DELIMITED BY SIZE
                      WS-STEP-INPUT DELIMITED BY SPACE
                      " >" DELIMITED BY SIZE
                      WS-STEP-LOG DELIMITED BY SPACE
                      INTO WS-COMMAND.
               CALL "SYSTEM" USING WS-COMMAND.
               MOVE RETURN-CODE TO WS-SYS-RC.
               IF WS-SYS-RC > 255
                  DIVIDE 256 INTO WS-SYS-RC
               END-IF.
               IF WS-SYS-RC < ZERO OR WS-SYS-RC > 99
                  MOVE 99 TO WS-SYS-RC
               END-IF.

      *         RESUMEN DEL CICLO PARA EL TURNO DE MANANA, POR
      *         PANTALLA Y EN JOBSUM.RPT
          Cad-WRITE-SUMMARY.
               IF WS-STOP = "Y"
                  MOVE "DETENIDA" TO WS-RESULT
               ELSE
                  IF WS-WARNINGS = "Y"
                     MOVE "COMPLETA CON AVISOS" TO WS-RESULT
                  ELSE
                     MOVE "COMPLETA" TO WS-RESULT
                  END-IF
               END-IF.
               OPEN OUTPUT SUMMARY-REPORT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                  DISPLAY "AVISO: no se pudo crear JOBSUM.RPT "
                          "(status " WS-RPT-STATUS ")"
               END-IF.
               MOVE "RESUMEN DE LA CADENA DESATENDIDA DE NOMINA"
                 TO SUMMARY-LINE.
               PERFORM Cad-PUT-LINE.
               MOVE SPACES TO SUMMARY-LINE.
               STRING "CICLO: " WS-CYCLE-ID
                      "   EJECUCION: " WS-NOW
                      "   OPERADOR: " WS-OPERATOR-ID
                      INTO SUMMARY-LINE.
               PERFORM Cad-PUT-LINE.
               IF WS-RESTART = "Y"
                  MOVE SPACES TO SUMMARY-LINE
                  STRING "REINICIO: REANUDADA EN EL PASO "
                         WS-FIRST-STEP
                         "; LOS PASOS ANTERIORES NO SE REPITIERON"
                         INTO SUMMARY-LINE
                  PERFORM Cad-PUT-LINE
               END-IF.
               MOVE SPACES TO SUMMARY-LINE.
               PERFORM Cad-PUT-LINE.
               MOVE "PASO PROGRAMA" TO SUMMARY-LINE.
               MOVE "ESTADO"        TO SUMMARY-LINE(31:).
               MOVE "INICIO"        TO SUMMARY-LINE(44:).
               MOVE "FIN"           TO SUMMARY-LINE(59:).
               MOVE "RC   EJEC"     TO SUMMARY-LINE(74:).
               PERFORM Cad-PUT-LINE.
               MOVE ALL "-" TO SUMMARY-LINE(1:90).
               PERFORM Cad-PUT-LINE.
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > WS-STEP-COUNT
                  PERFORM Cad-SUMMARY-STEP
               END-PERFORM.
               MOVE ALL "-" TO SUMMARY-LINE(1:90).
               PERFORM Cad-PUT-LINE.

               MOVE SPACES TO SUMMARY-LINE.
               STRING "RESULTADO DE LA CADENA: " WS-RESULT
                      INTO SUMMARY-LINE.
               PERFORM Cad-PUT-LINE.
               IF WS-STOP = "Y"
                  MOVE SPACES TO SUMMARY-LINE
                  STRING "CORREGIR Y RELANZAR NOMINA-CADENA: "
                         "SE REANUDARA EN EL PASO " WS-STOP-STEP " ("
                         DELIMITED BY SIZE
                         WS-ST-PROGRAM(WS-STOP-STEP) DELIMITED BY SPACE
                         ")" DELIMITED BY SIZE
                         INTO SUMMARY-LINE
                  PERFORM Cad-PUT-LINE
               ELSE
                  PERFORM Cad-READ-PENDING
                  IF WS-PEN-FOUND = "Y"
                     MOVE WS-PEN-NETO TO WS-ED-NETO
                     MOVE SPACES TO SUMMARY-LINE
                     STRING "RUN PENDIENTE DE LIBERAR: PERIODO "
                            WS-PEN-START " A " WS-PEN-END
                            " GRUPO " WS-PEN-GROUP
                            " NETO " WS-ED-NETO
                            " CALCULO " WS-PEN-OPERATOR
                            INTO SUMMARY-LINE
                     PERFORM Cad-PUT-LINE
                     MOVE "SIGUIENTE: REVISAR TCEDIT.RPT, CONTROL.RPT"
                       TO SUMMARY-LINE
                     MOVE "Y VARIANCE.RPT Y LIBERAR CON NOMINA-RELEASE"
                       TO SUMMARY-LINE(44:)
                     PERFORM Cad-PUT-LINE
                  END-IF
               END-IF.
               IF WS-RPT-STATUS = "00"
                  CLOSE SUMMARY-REPORT-FILE
               END-IF.

          Cad-SUMMARY-STEP.
               EVALUATE WS-ST-STATUS(WS-STEP-IX)
                  WHEN "P"
                     MOVE "NO EJECUTADO" TO WS-ED-STATUS
                  WHEN "E"
                     MOVE "INTERRUMPIDO" TO WS-ED-STATUS
                  WHEN "C"
                     MOVE "CORRECTO"     TO WS-ED-STATUS
                  WHEN "W"
                     MOVE "CON AVISOS"   TO WS-ED-STATUS
                  WHEN "F"
                     MOVE "FALLIDO"      TO WS-ED-STATUS
                  WHEN OTHER
                     MOVE WS-ST-STATUS(WS-STEP-IX) TO WS-ED-STATUS
               END-EVALUATE.
               MOVE SPACES TO SUMMARY-LINE.
               STRING " " WS-STEP-IX "  " WS-ST-PROGRAM(WS-STEP-IX)
                      " " WS-ED-STATUS " " WS-ST-START(WS-STEP-IX)
                      " " WS-ST-END(WS-STEP-IX) " "
                      WS-ST-RC(WS-STEP-IX) " " WS-ST-RUNS(WS-STEP-IX)
                      INTO SUMMARY-LINE.
               PERFORM Cad-PUT-LINE.
               IF WS-ST-MESSAGE(WS-STEP-IX) NOT = SPACES
                  MOVE SPACES TO SUMMARY-LINE
                  STRING "      " WS-ST-MESSAGE(WS-STEP-IX)
                         INTO SUMMARY-LINE
                  PERFORM Cad-PUT-LINE
               END-IF.

          Cad-PUT-LINE.
               DISPLAY SUMMARY-LINE.
               IF WS-RPT-STATUS = "00"
                  WRITE SUMMARY-LINE
               END-IF.
               MOVE SPACES TO SUMMARY-LINE.

      *         AUDITORIA DEL ARRANQUE Y DEL RESULTADO DE LA CADENA
          Cad-LOG-START.
               MOVE SPACES TO AUDIT-LINE.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               IF WS-RESTART = "Y"
                  STRING "OPERADOR=" WS-OPERATOR-ID
                         " TS=" WS-AUDIT-TIMESTAMP(1:14)
                         " CADENA DE NOMINA REANUDADA CICLO="
                         WS-CYCLE-ID " PASO=" WS-FIRST-STEP
                         INTO AUDIT-LINE
               ELSE
                  STRING "OPERADOR=" WS-OPERATOR-ID
                         " TS=" WS-AUDIT-TIMESTAMP(1:14)
                         " CADENA DE NOMINA INICIADA CICLO="
                         WS-CYCLE-ID
                         INTO AUDIT-LINE
               END-IF.
               PERFORM Cad-WRITE-AUDIT.

          Cad-LOG-END.
               MOVE SPACES TO AUDIT-LINE.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               IF WS-STOP = "Y"
                  STRING "OPERADOR=" WS-OPERATOR-ID
                         " TS=" WS-AUDIT-TIMESTAMP(1:14)
                         " CADENA DE NOMINA DETENIDA CICLO="
                         WS-CYCLE-ID " PASO=" WS-STOP-STEP
                         INTO AUDIT-LINE
               ELSE
                  STRING "OPERADOR=" WS-OPERATOR-ID
                         " TS=" WS-AUDIT-TIMESTAMP(1:14)
                         " CADENA DE NOMINA TERMINADA CICLO="
                         WS-CYCLE-ID " RESULTADO=" WS-RESULT
                         INTO AUDIT-LINE
               END-IF.
               PERFORM Cad-WRITE-AUDIT.

          Cad-WRITE-AUDIT.
               OPEN EXTEND AUDIT-LOG-FILE.
               IF WS-AUDIT-STATUS = "35"
                  OPEN OUTPUT AUDIT-LOG-FILE
               END-IF.
               WRITE AUDIT-LINE.
               CLOSE AUDIT-LOG-FILE.

          END PROGRAM NOMINA-CADENA.
