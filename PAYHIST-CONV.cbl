          IDENTIFICATION DIVISION.
          PROGRAM-ID. PAYHIST-CONV.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Conversion unica del historico *
      *                 de nomina (PAYHIST.DAT) y del  *
      *                 archivo de ejercicios cerrados *
      *                 (PAYHARCH.DAT) al trazado con  *
      *                 clave alternativa FIN DE       *
      *                 PERIODO + GRUPO DE PAGO y con  *
      *                 los importes de deudores del   *
      *                 personal de cada pago (en      *
      *                 blanco en lo convertido: el    *
      *                 trazado anterior no los        *
      *                 guardaba). Lee                 *
      *                 los ficheros actuales y graba  *
      *                 PAYHIST.NEW y PAYHARCH.NEW; el *
      *                 operador los renombra despues  *
      *                 sobre los nombres de           *
      *                 produccion                     *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT OLD-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OLD-PH-KEY
                  FILE STATUS IS WS-OLD-STATUS.

              SELECT OLD-ARCHIVE-FILE ASSIGN TO "PAYHARCH.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OLD-PHA-KEY
                  FILE STATUS IS WS-OLD-STATUS.

              SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.NEW"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-NEW-STATUS.

              SELECT PAYROLL-ARCHIVE-FILE ASSIGN TO "PAYHARCH.NEW"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PHA-KEY
                  ALTERNATE RECORD KEY IS PHA-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-NEW-STATUS.

      *         PARA DEDUCIR EL GRUPO DE PAGO DE CADA REGISTRO
              SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERCAL.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PCAL-STATUS.

              SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-ID
                  FILE STATUS IS WS-EMP-STATUS.

          DATA DIVISION.
          FILE SECTION.
      *         TRAZADO ANTERIOR DEL HISTORICO, TAL COMO ESTA HOY
      *         EN DISCO EN PRODUCCION: LOS PRIMEROS 105 BYTES SON
      *         IGUALES EN AMBOS TRAZADOS (HASTA LA VERSION DE TASAS
      *         INCLUIDA) Y DETRAS HABIA UNA RESERVA DE 4 BYTES
          FD  OLD-HISTORY-FILE.
          01  OLD-HISTORY-RECORD.
              05 OLD-PH-KEY.
                 10 OLD-PH-EMP-ID       PIC 9(5).
                 10 OLD-PH-PERIOD-END   PIC X(8).
                 10 OLD-PH-REC-TYPE     PIC X(1).
              05 OLD-PH-PERIOD-START    PIC X(8).
              05 FILLER                 PIC X(83).
              05 FILLER                 PIC X(4).

      *         EL ARCHIVO TIENE EL MISMO TRAZADO ANTERIOR
          FD  OLD-ARCHIVE-FILE.
          01  OLD-ARCHIVE-RECORD.
              05 OLD-PHA-KEY.
                 10 OLD-PHA-EMP-ID      PIC 9(5).
                 10 OLD-PHA-PERIOD-END  PIC X(8).
                 10 OLD-PHA-REC-TYPE    PIC X(1).
              05 OLD-PHA-PERIOD-START   PIC X(8).
              05 FILLER                 PIC X(83).
              05 FILLER                 PIC X(4).

          FD  PAYROLL-HISTORY-FILE.
          COPY PAYHIST.

          FD  PAYROLL-ARCHIVE-FILE.
          COPY PAYHIST REPLACING
               ==PAYROLL-HISTORY-RECORD== BY ==PAYROLL-ARCHIVE-RECORD==
               LEADING ==PH== BY ==PHA==.

          FD  PERIOD-CALENDAR-FILE.
          COPY PERCAL.

          FD  EMPLOYEE-MASTER-FILE.
          COPY EMPMAST.

          WORKING-STORAGE SECTION.
          01 WS-OLD-STATUS  PIC X(2).
          01 WS-NEW-STATUS  PIC X(2).
          01 WS-PCAL-STATUS PIC X(2).
          01 WS-EMP-STATUS  PIC X(2).
          01 WS-OLD-EOF     PIC X VALUE "N".
          01 WS-PCAL-EOF    PIC X VALUE "N".
          01 WS-EMP-AVAIL   PIC X VALUE "N".

      *         CALENDARIO DE PERIODOS EN MEMORIA: INICIO, FIN Y
      *         GRUPO DE CADA PERIODO (ESPACIO SE TRATA COMO M)
          01 WS-PCAL-TABLE.
             05 WS-PCAL-ENTRY OCCURS 120 TIMES.
                10 WS-PCAL-START PIC X(8).
                10 WS-PCAL-END   PIC X(8).
                10 WS-PCAL-GRP   PIC X(1).
          01 WS-PCAL-COUNT PIC 9(3) VALUE ZERO.
          01 WS-PCAL-IX    PIC 9(3).

      *         DATOS DEL REGISTRO EN CURSO PARA DEDUCIR SU GRUPO
          01 WS-CV-EMP-ID   PIC 9(5).
          01 WS-CV-START    PIC X(8).
          01 WS-CV-END      PIC X(8).
          01 WS-CV-TYPE     PIC X(1).
          01 WS-CV-GROUP    PIC X(1).

      *         CONTADORES POR FICHERO Y POR ORIGEN DEL GRUPO
          01 WS-COUNT-CONV  PIC 9(7) VALUE ZERO.
          01 WS-COUNT-CAL   PIC 9(7) VALUE ZERO.
          01 WS-COUNT-EMP   PIC 9(7) VALUE ZERO.
          01 WS-COUNT-DEF   PIC 9(7) VALUE ZERO.
          01 WS-COUNT-ERR   PIC 9(7) VALUE ZERO.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "Conversion del historico de nomina al "
                       "trazado con clave alternativa por fin de "
                       "periodo y grupo de pago".

               PERFORM CARGAR-CALENDARIO.
               OPEN INPUT EMPLOYEE-MASTER-FILE.
               IF WS-EMP-STATUS = "00"
                  MOVE "Y" TO WS-EMP-AVAIL
               ELSE
                  DISPLAY "AVISO: sin EMPLOYEE-MASTER; los pagos "
                          "que no casen con el calendario quedaran "
                          "en el grupo M"
               END-IF.

               PERFORM CONVERTIR-HISTORICO.
               PERFORM CONVERTIR-ARCHIVO.

               IF WS-EMP-AVAIL = "Y"
                  CLOSE EMPLOYEE-MASTER-FILE
               END-IF.

               DISPLAY "Renombrar PAYHIST.NEW sobre PAYHIST.DAT (y "
                       "PAYHARCH.NEW sobre PAYHARCH.DAT si se "
                       "genero) para completar la conversion.".
               STOP RUN.

      *         CARGA EL CALENDARIO DE PERIODOS; SIN FICHERO TODOS
      *         LOS GRUPOS SE DEDUCEN DEL MAESTRO DE EMPLEADOS
          CARGAR-CALENDARIO.
               OPEN INPUT PERIOD-CALENDAR-FILE.
               IF WS-PCAL-STATUS NOT = "00"
                  DISPLAY "AVISO: sin PERCAL.DAT; el grupo de pago "
                          "se toma del maestro de empleados"
                  EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL WS-PCAL-EOF = "Y"
                  READ PERIOD-CALENDAR-FILE
                     AT END
                        MOVE "Y" TO WS-PCAL-EOF
                     NOT AT END
                        IF WS-PCAL-COUNT < 120
                           ADD 1 TO WS-PCAL-COUNT
                           MOVE PC-START TO WS-PCAL-START(WS-PCAL-COUNT)
                           MOVE PC-END   TO WS-PCAL-END(WS-PCAL-COUNT)
                           MOVE PC-GROUP TO WS-PCAL-GRP(WS-PCAL-COUNT)
                           IF PC-GROUP = SPACE
                              MOVE "M" TO WS-PCAL-GRP(WS-PCAL-COUNT)
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE PERIOD-CALENDAR-FILE.

      *         HISTORICO VIVO: PAYHIST.DAT -> PAYHIST.NEW
          CONVERTIR-HISTORICO.
               OPEN INPUT OLD-HISTORY-FILE.
               IF WS-OLD-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir PAYHIST.DAT "
                          "(status " WS-OLD-STATUS ")"
                  STOP RUN
               END-IF.
               OPEN OUTPUT PAYROLL-HISTORY-FILE.
               IF WS-NEW-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear PAYHIST.NEW "
                          "(status " WS-NEW-STATUS ")"
                  STOP RUN
               END-IF.
               PERFORM PONER-CONTADORES-A-CERO.
               MOVE "N" TO WS-OLD-EOF.
               PERFORM UNTIL WS-OLD-EOF = "Y"
                  READ OLD-HISTORY-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-OLD-EOF
                     NOT AT END
                        PERFORM CONVERTIR-PAGO
                  END-READ
               END-PERFORM.
               CLOSE OLD-HISTORY-FILE.
               CLOSE PAYROLL-HISTORY-FILE.
               DISPLAY "PAYHIST.NEW:".
               PERFORM MOSTRAR-CONTADORES.

          CONVERTIR-PAGO.
               MOVE OLD-PH-EMP-ID       TO WS-CV-EMP-ID.
               MOVE OLD-PH-PERIOD-START TO WS-CV-START.
               MOVE OLD-PH-PERIOD-END   TO WS-CV-END.
               MOVE OLD-PH-REC-TYPE     TO WS-CV-TYPE.
               PERFORM DEDUCIR-GRUPO.
               MOVE SPACES TO PAYROLL-HISTORY-RECORD.
               MOVE OLD-HISTORY-RECORD(1:105)
                 TO PAYROLL-HISTORY-RECORD(1:105).
               MOVE OLD-PH-PERIOD-END TO PH-PK-PERIOD-END.
               MOVE WS-CV-GROUP       TO PH-PK-PAY-GROUP.
               WRITE PAYROLL-HISTORY-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL CONVERTIR PAGO EMP="
                               OLD-PH-EMP-ID " PERIODO="
                               OLD-PH-PERIOD-END " STATUS "
                               WS-NEW-STATUS
                       ADD 1 TO WS-COUNT-ERR
                       EXIT PARAGRAPH
               END-WRITE.
               ADD 1 TO WS-COUNT-CONV.

      *         ARCHIVO DE EJERCICIOS CERRADOS: PAYHARCH.DAT ->
      *         PAYHARCH.NEW. SI NO HAY ARCHIVO NO HAY NADA QUE HACER
          CONVERTIR-ARCHIVO.
               OPEN INPUT OLD-ARCHIVE-FILE.
               IF WS-OLD-STATUS = "35"
                  DISPLAY "Sin PAYHARCH.DAT; no hay archivo que "
                          "convertir."
                  EXIT PARAGRAPH
               END-IF.
               IF WS-OLD-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir PAYHARCH.DAT "
                          "(status " WS-OLD-STATUS ")"
                  STOP RUN
               END-IF.
               OPEN OUTPUT PAYROLL-ARCHIVE-FILE.
               IF WS-NEW-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear PAYHARCH.NEW "
                          "(status " WS-NEW-STATUS ")"
                  STOP RUN
               END-IF.
               PERFORM PONER-CONTADORES-A-CERO.
               MOVE "N" TO WS-OLD-EOF.
               PERFORM UNTIL WS-OLD-EOF = "Y"
                  READ OLD-ARCHIVE-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-OLD-EOF
                     NOT AT END
                        PERFORM CONVERTIR-PAGO-ARCHIVO
                  END-READ
               END-PERFORM.
               CLOSE OLD-ARCHIVE-FILE.
               CLOSE PAYROLL-ARCHIVE-FILE.
               DISPLAY "PAYHARCH.NEW:".
               PERFORM MOSTRAR-CONTADORES.

          CONVERTIR-PAGO-ARCHIVO.
               MOVE OLD-PHA-EMP-ID       TO WS-CV-EMP-ID.
               MOVE OLD-PHA-PERIOD-START TO WS-CV-START.
               MOVE OLD-PHA-PERIOD-END   TO WS-CV-END.
               MOVE OLD-PHA-REC-TYPE     TO WS-CV-TYPE.
               PERFORM DEDUCIR-GRUPO.
               MOVE SPACES TO PAYROLL-ARCHIVE-RECORD.
               MOVE OLD-ARCHIVE-RECORD(1:105)
                 TO PAYROLL-ARCHIVE-RECORD(1:105).
               MOVE OLD-PHA-PERIOD-END TO PHA-PK-PERIOD-END.
               MOVE WS-CV-GROUP        TO PHA-PK-PAY-GROUP.
               WRITE PAYROLL-ARCHIVE-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL CONVERTIR PAGO ARCHIVADO EMP="
                               OLD-PHA-EMP-ID " PERIODO="
                               OLD-PHA-PERIOD-END " STATUS "
                               WS-NEW-STATUS
                       ADD 1 TO WS-COUNT-ERR
                       EXIT PARAGRAPH
               END-WRITE.
               ADD 1 TO WS-COUNT-CONV.

      *         GRUPO DE PAGO DEL REGISTRO: UNA NOMINA DEL PERIODO
      *         (TIPO P) CUYO INICIO Y FIN CASAN CON UN PERIODO DEL
      *         CALENDARIO TOMA EL GRUPO DE ESE PERIODO; EL RESTO
      *         (PAGAS EXTRAORDINARIAS, FINIQUITOS Y PERIODOS QUE YA
      *         NO ESTAN EN EL CALENDARIO) TOMA EL GRUPO ACTUAL DEL
      *         EMPLEADO EN EL MAESTRO, Y SIN EMPLEADO EL GRUPO M
          DEDUCIR-GRUPO.
               MOVE SPACE TO WS-CV-GROUP.
               IF WS-CV-TYPE = "P"
                  PERFORM VARYING WS-PCAL-IX FROM 1 BY 1
                          UNTIL WS-PCAL-IX > WS-PCAL-COUNT
                             OR WS-CV-GROUP NOT = SPACE
                     IF WS-PCAL-START(WS-PCAL-IX) = WS-CV-START AND
                        WS-PCAL-END(WS-PCAL-IX)   = WS-CV-END
                        MOVE WS-PCAL-GRP(WS-PCAL-IX) TO WS-CV-GROUP
                     END-IF
                  END-PERFORM
               END-IF.
               IF WS-CV-GROUP NOT = SPACE
                  ADD 1 TO WS-COUNT-CAL
                  EXIT PARAGRAPH
               END-IF.
               IF WS-EMP-AVAIL = "Y"
                  MOVE WS-CV-EMP-ID TO EMP-ID
                  READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE EMP-PAY-GROUP TO WS-CV-GROUP
                          IF WS-CV-GROUP = SPACE
                             MOVE "M" TO WS-CV-GROUP
                          END-IF
                          ADD 1 TO WS-COUNT-EMP
                  END-READ
               END-IF.
               IF WS-CV-GROUP NOT = SPACE
                  EXIT PARAGRAPH
               END-IF.
               MOVE "M" TO WS-CV-GROUP.
               ADD 1 TO WS-COUNT-DEF.

          PONER-CONTADORES-A-CERO.
               MOVE ZERO TO WS-COUNT-CONV WS-COUNT-CAL WS-COUNT-EMP
                            WS-COUNT-DEF WS-COUNT-ERR.

          MOSTRAR-CONTADORES.
               DISPLAY "  Convertidos " WS-COUNT-CONV " pago(s); "
                       "grupo segun calendario " WS-COUNT-CAL
                       ", segun maestro " WS-COUNT-EMP
                       ", por defecto M " WS-COUNT-DEF.
               IF WS-COUNT-ERR > ZERO
                  DISPLAY "  AVISO: " WS-COUNT-ERR " pago(s) no se "
                          "pudieron grabar; revisar antes de "
                          "renombrar"
               END-IF.

          END PROGRAM PAYHIST-CONV.
