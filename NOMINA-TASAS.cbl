          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-TASAS.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      2/10/2026                      *
      *      Purpose:   Consulta de la tabla de tasas  *
      *                 legales (STATRATE.DAT): por    *
      *                 fecha devuelve la version      *
      *                 vigente (la de mayor fecha de  *
      *                 efecto no posterior a la       *
      *                 fecha pedida) y por numero     *
      *                 devuelve una version concreta. *
      *                 La usan el run, la calculadora,*
      *                 la anulacion y la regeneracion *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT STATUTORY-RATE-FILE ASSIGN TO "STATRATE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-EFF-DATE
                  FILE STATUS IS WS-SR-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  STATUTORY-RATE-FILE.
          COPY STATRATE.

          WORKING-STORAGE SECTION.

          01 WS-SR-STATUS PIC X(2).
          01 WS-SR-EOF    PIC X VALUE "N".

          LINKAGE SECTION.
      *         F = VERSION VIGENTE EN TAS-DATE, V = VERSION NUMERO
      *         TAS-REQ-VERSION
                01 TAS-FUNCTION PIC X(1).
                01 TAS-DATE     PIC X(8).
                01 TAS-REQ-VERSION PIC 9(3).
      *         SALIDA: LA VERSION ENCONTRADA, CON EL TRAZADO DE
      *         STATRATE
                COPY STATRATE REPLACING
                     ==STATUTORY-RATE-RECORD== BY ==TAS-RATE-RECORD==
                     LEADING ==SR== BY ==TAS==.
      *         SALIDA: "Y" = VERSION ENCONTRADA, "N" = SIN TABLA O
      *         SIN VERSION QUE CUBRA LA PETICION
                01 TAS-RESULT   PIC X(1).

          PROCEDURE DIVISION USING
                 TAS-FUNCTION
                 TAS-DATE
                 TAS-REQ-VERSION
                 TAS-RATE-RECORD
                 TAS-RESULT.

           MAIN-TASAS.
                 MOVE "N" TO TAS-RESULT.
                 OPEN INPUT STATUTORY-RATE-FILE.
                 IF WS-SR-STATUS NOT = "00"
                    DISPLAY "ERROR: no se pudo abrir STATRATE.DAT "
                            "(status " WS-SR-STATUS "); ejecutar "
                            "STATRATE-INIT"
                    GOBACK
                 END-IF.
                 EVALUATE TAS-FUNCTION
                    WHEN "F"
                       PERFORM FIND-IN-FORCE
                    WHEN "V"
                       PERFORM FIND-VERSION
                    WHEN OTHER
                       DISPLAY "ERROR: funcion de tasas '"
                               TAS-FUNCTION "' no reconocida"
                 END-EVALUATE.
                 CLOSE STATUTORY-RATE-FILE.
                 GOBACK.

      *          RECORRE LAS VERSIONES EN ORDEN DE FECHA DE EFECTO Y
      *          SE QUEDA CON LA ULTIMA QUE NO ES POSTERIOR A LA
      *          FECHA PEDIDA
           FIND-IN-FORCE.
                 MOVE "N" TO WS-SR-EOF.
                 MOVE LOW-VALUES TO SR-EFF-DATE.
                 START STATUTORY-RATE-FILE KEY IS >= SR-EFF-DATE
                    INVALID KEY
                       MOVE "Y" TO WS-SR-EOF
                 END-START.
                 PERFORM UNTIL WS-SR-EOF = "Y"
                    READ STATUTORY-RATE-FILE NEXT RECORD
                       AT END
                          MOVE "Y" TO WS-SR-EOF
                       NOT AT END
                          IF SR-EFF-DATE > TAS-DATE
                             MOVE "Y" TO WS-SR-EOF
                          ELSE
                             MOVE STATUTORY-RATE-RECORD
                               TO TAS-RATE-RECORD
                             MOVE "Y" TO TAS-RESULT
                          END-IF
                    END-READ
                 END-PERFORM.

      *          BUSCA UNA VERSION CONCRETA POR SU NUMERO (EL QUE
      *          QUEDO GRABADO EN EL HISTORICO DE NOMINA)
           FIND-VERSION.
                 MOVE "N" TO WS-SR-EOF.
                 MOVE LOW-VALUES TO SR-EFF-DATE.
                 START STATUTORY-RATE-FILE KEY IS >= SR-EFF-DATE
                    INVALID KEY
                       MOVE "Y" TO WS-SR-EOF
                 END-START.
                 PERFORM UNTIL WS-SR-EOF = "Y"
                    READ STATUTORY-RATE-FILE NEXT RECORD
                       AT END
                          MOVE "Y" TO WS-SR-EOF
                       NOT AT END
                          IF SR-VERSION = TAS-REQ-VERSION
                             MOVE STATUTORY-RATE-RECORD
                               TO TAS-RATE-RECORD
                             MOVE "Y" TO TAS-RESULT
                             MOVE "Y" TO WS-SR-EOF
                          END-IF
                    END-READ
                 END-PERFORM.

          END PROGRAM NOMINA-TASAS.
