          IDENTIFICATION DIVISION.
          PROGRAM-ID. DEPTBUDG-MAINT.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Mantenimiento del presupuesto  *
      *                 de nomina por departamento y   *
      *                 mes (DEPTBUDG.DAT): bruto,     *
      *                 cotizacion patronal y          *
      *                 plantilla presupuestados       *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT DEPARTMENT-BUDGET-FILE ASSIGN TO "DEPTBUDG.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DB-KEY
                  FILE STATUS IS WS-DB-STATUS.

              SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DPT-CODE
                  FILE STATUS IS WS-DPT-STATUS.

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  DEPARTMENT-BUDGET-FILE.
          COPY DEPTBUDG.

          FD  DEPARTMENT-MASTER-FILE.
          COPY DEPTMAST.

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(160).

          WORKING-STORAGE SECTION.

          01 WS-DB-STATUS  PIC X(2).
          01 WS-DB-EOF     PIC X VALUE "N".
          01 WS-DPT-STATUS PIC X(2).
          01 WS-DPT-AVAIL  PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN (OPERATOR-SIGNON), CON CAPACIDAD "M" DE
      *         MANTENER MAESTROS
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "M".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "N".
          01 WS-SGN-RESULT  PIC X(1).

      *         CERROJO GLOBAL DEL SISTEMA (NOMINA-LOCK): SE TOMA
      *         EN EXCLUSIVA ANTES DE TOCAR NADA Y SE LIBERA AL
      *         TERMINAR
          01 WS-LCK-FUNCTION PIC X(1).
          01 WS-LCK-PROGRAM  PIC X(12) VALUE "DEPTBUDG".
          01 WS-LCK-RESULT   PIC X(1).

      *         FICHERO DE AUDITORIA (CADA CAMBIO AL PRESUPUESTO
      *         QUEDA REGISTRADO CON OPERADOR Y FECHA/HORA)
          01 WS-AUDIT-STATUS    PIC X(2).
          01 WS-AUDIT-OPEN      PIC X VALUE "N".
          01 WS-AUDIT-TIMESTAMP PIC X(21).
          01 WS-AUDIT-ACTION    PIC X(6).

      *         ENTRADA POR TECLADO PARA CADA OPERACION
          01 WS-OPCION      PIC X.
          01 WS-CONFIRM     PIC X.
          01 WS-IN-DEPT     PIC X(4).
          01 WS-IN-MONTH    PIC X(6).
          01 WS-IN-YEAR     PIC X(4).
          01 WS-IN-GROSS    PIC 9(7)V99.
          01 WS-IN-SS       PIC 9(7)V99.
          01 WS-IN-HEADCOUNT PIC 9(5).
          01 WS-EXISTS      PIC X.
          01 WS-FIN         PIC X VALUE "N".
          01 WS-COUNT-LIST  PIC 9(5) VALUE ZERO.

      *         REPARTO DE UN IMPORTE ANUAL EN DOCE MESES: LOS ONCE
      *         PRIMEROS LLEVAN LA DOZAVA PARTE Y DICIEMBRE EL RESTO,
      *         PARA QUE EL ANO CUADRE AL CENTIMO
          01 WS-MONTH-IX    PIC 9(2).
          01 WS-MONTH-GROSS PIC 9(7)V99.
          01 WS-MONTH-SS    PIC 9(7)V99.
          01 WS-REM-GROSS   PIC 9(7)V99.
          01 WS-REM-SS      PIC 9(7)V99.

          01 WS-ED-GROSS    PIC Z,ZZZ,ZZ9.99.
          01 WS-ED-SS       PIC Z,ZZZ,ZZ9.99.
          01 WS-ED-HEAD     PIC ZZZZ9.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY
               "*****************************"
               "*****************************"
               DISPLAY
               "* MANTENIMIENTO DEL PRESUPUESTO POR DEPARTAMENTO *"
               DISPLAY
               "*****************************"
               "*****************************" X"0A".

               PERFORM Ppt-SIGNON.
               PERFORM Ppt-ACQUIRE-LOCK.

      *         EL FICHERO DE PRESUPUESTOS SE CREA VACIO LA PRIMERA
      *         VEZ QUE SE USA
               OPEN I-O DEPARTMENT-BUDGET-FILE.
               IF WS-DB-STATUS = "35"
                  OPEN OUTPUT DEPARTMENT-BUDGET-FILE
                  CLOSE DEPARTMENT-BUDGET-FILE
                  OPEN I-O DEPARTMENT-BUDGET-FILE
               END-IF.
               IF WS-DB-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir DEPTBUDG.DAT "
                          "(status " WS-DB-STATUS ")"
                  PERFORM Ppt-RELEASE-LOCK
                  STOP RUN
               END-IF.
      *         SIN DEPTMAST NO SE PUEDE VALIDAR EL DEPARTAMENTO;
      *         SE AVISA Y SE ADMITE CUALQUIER CODIGO
               OPEN INPUT DEPARTMENT-MASTER-FILE.
               IF WS-DPT-STATUS = "00"
                  MOVE "Y" TO WS-DPT-AVAIL
               ELSE
                  DISPLAY "AVISO: sin DEPTMAST.DAT; los codigos de "
                          "departamento no se validan"
               END-IF.

               PERFORM Ppt-MENU UNTIL WS-FIN = "Y".

               CLOSE DEPARTMENT-BUDGET-FILE.
               IF WS-DPT-AVAIL = "Y"
                  CLOSE DEPARTMENT-MASTER-FILE
               END-IF.
               IF WS-AUDIT-OPEN = "Y"
                  CLOSE AUDIT-LOG-FILE
               END-IF.
               PERFORM Ppt-RELEASE-LOCK.
               DISPLAY "Saliendo del mantenimiento..." X"0A".
               STOP RUN.

      *         IDENTIFICA AL OPERADOR MEDIANTE EL SIGN-ON COMUN
      *         (OPERATOR-SIGNON) ANTES DE PERMITIR NINGUN CAMBIO
          Ppt-SIGNON.
               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; mantenimiento "
                          "cancelado."
                  STOP RUN
               END-IF.

      *         TOMA Y LIBERA EL CERROJO GLOBAL DEL SISTEMA
          Ppt-ACQUIRE-LOCK.
               MOVE "A" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.
               IF WS-LCK-RESULT NOT = "Y"
                  STOP RUN
               END-IF.

          Ppt-RELEASE-LOCK.
               MOVE "R" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.

      *         MENU PRINCIPAL
          Ppt-MENU.
               DISPLAY X"0A" "A = Alta o cambio del presupuesto de un "
                       "mes"
               DISPLAY "R = Reparto de un presupuesto anual en doce "
                       "meses"
               DISPLAY "B = Baja del presupuesto de un mes"
               DISPLAY "L = Listado de un ejercicio"
               DISPLAY "S = Salir"
               DISPLAY "Opcion: ".
               ACCEPT WS-OPCION.
               EVALUATE WS-OPCION
                  WHEN "A"
                  WHEN "a"
                     PERFORM Ppt-ALTA
                  WHEN "R"
                  WHEN "r"
                     PERFORM Ppt-REPARTO
                  WHEN "B"
                  WHEN "b"
                     PERFORM Ppt-BAJA
                  WHEN "L"
                  WHEN "l"
                     PERFORM Ppt-LISTADO
                  WHEN "S"
                  WHEN "s"
                     MOVE "Y" TO WS-FIN
                  WHEN OTHER
                     DISPLAY "ERROR: Entrada no valida." X"0A"
               END-EVALUATE.

      *         PIDE Y VALIDA EL DEPARTAMENTO CONTRA EL MAESTRO;
      *         WS-IN-DEPT QUEDA EN ESPACIOS SI NO ES VALIDO
          Ppt-ACCEPT-DEPT.
               DISPLAY "Departamento: ".
               ACCEPT WS-IN-DEPT.
               IF WS-IN-DEPT = SPACES
                  DISPLAY "ERROR: el departamento no puede ir en "
                          "blanco"
                  EXIT PARAGRAPH
               END-IF.
               IF WS-DPT-AVAIL = "Y"
                  MOVE WS-IN-DEPT TO DPT-CODE
                  READ DEPARTMENT-MASTER-FILE
                       INVALID KEY
                          DISPLAY "ERROR: el departamento "
                                  WS-IN-DEPT " no existe en "
                                  "DEPTMAST.DAT"
                          MOVE SPACES TO WS-IN-DEPT
                       NOT INVALID KEY
                          DISPLAY "Departamento " DPT-CODE " ("
                                  DPT-DESC ")"
                  END-READ
               END-IF.

      *         PIDE Y VALIDA EL MES (AAAAMM); WS-IN-MONTH QUEDA EN
      *         ESPACIOS SI NO ES VALIDO
          Ppt-ACCEPT-MONTH.
               DISPLAY "Mes (AAAAMM): ".
               ACCEPT WS-IN-MONTH.
               IF WS-IN-MONTH IS NOT NUMERIC
                  DISPLAY "ERROR: mes no valido"
                  MOVE SPACES TO WS-IN-MONTH
                  EXIT PARAGRAPH
               END-IF.
               IF WS-IN-MONTH(5:2) < "01" OR WS-IN-MONTH(5:2) > "12"
                  DISPLAY "ERROR: mes no valido"
                  MOVE SPACES TO WS-IN-MONTH
               END-IF.

      *         ALTA O CAMBIO DEL PRESUPUESTO DE UN DEPARTAMENTO Y
      *         MES; EN UN CAMBIO, CERO DEJA EL VALOR ANTERIOR
          Ppt-ALTA.
               PERFORM Ppt-ACCEPT-DEPT.
               IF WS-IN-DEPT = SPACES
                  EXIT PARAGRAPH
               END-IF.
               PERFORM Ppt-ACCEPT-MONTH.
               IF WS-IN-MONTH = SPACES
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-IN-DEPT  TO DB-DEPT.
               MOVE WS-IN-MONTH TO DB-MONTH.
               MOVE "Y" TO WS-EXISTS.
               READ DEPARTMENT-BUDGET-FILE
                    INVALID KEY
                       MOVE "N" TO WS-EXISTS
               END-READ.
               IF WS-EXISTS = "Y"
                  MOVE DB-GROSS       TO WS-ED-GROSS
                  MOVE DB-EMPLOYER-SS TO WS-ED-SS
                  MOVE DB-HEADCOUNT   TO WS-ED-HEAD
                  DISPLAY "Presupuesto actual: bruto " WS-ED-GROSS
                          " SS empresa " WS-ED-SS
                          " plantilla " WS-ED-HEAD
                  DISPLAY "(cero = sin cambio)"
               ELSE
                  MOVE SPACES TO DEPARTMENT-BUDGET-RECORD
                  MOVE WS-IN-DEPT  TO DB-DEPT
                  MOVE WS-IN-MONTH TO DB-MONTH
                  MOVE ZERO TO DB-GROSS DB-EMPLOYER-SS DB-HEADCOUNT
               END-IF.
               DISPLAY "Bruto presupuestado (eur): ".
               ACCEPT WS-IN-GROSS.
               DISPLAY "Cotizacion patronal presupuestada (eur): ".
               ACCEPT WS-IN-SS.
               DISPLAY "Plantilla presupuestada (empleados): ".
               ACCEPT WS-IN-HEADCOUNT.
               IF WS-IN-GROSS NOT = ZERO OR WS-EXISTS = "N"
                  MOVE WS-IN-GROSS TO DB-GROSS
               END-IF.
               IF WS-IN-SS NOT = ZERO OR WS-EXISTS = "N"
                  MOVE WS-IN-SS TO DB-EMPLOYER-SS
               END-IF.
               IF WS-IN-HEADCOUNT NOT = ZERO OR WS-EXISTS = "N"
                  MOVE WS-IN-HEADCOUNT TO DB-HEADCOUNT
               END-IF.
               IF WS-EXISTS = "Y"
                  REWRITE DEPARTMENT-BUDGET-RECORD
                       INVALID KEY
                          DISPLAY "ERROR: no se pudo actualizar el "
                                  "presupuesto (status " WS-DB-STATUS
                                  ")"
                          EXIT PARAGRAPH
                  END-REWRITE
                  MOVE "CAMBIO" TO WS-AUDIT-ACTION
               ELSE
                  WRITE DEPARTMENT-BUDGET-RECORD
                       INVALID KEY
                          DISPLAY "ERROR: no se pudo grabar el "
                                  "presupuesto (status " WS-DB-STATUS
                                  ")"
                          EXIT PARAGRAPH
                  END-WRITE
                  MOVE "ALTA" TO WS-AUDIT-ACTION
               END-IF.
               DISPLAY "Presupuesto de " DB-DEPT " para " DB-MONTH
                       " grabado.".
               PERFORM Ppt-LOG-CHANGE.

      *         REPARTE UN PRESUPUESTO ANUAL EN DOCE MESES IGUALES
      *         (DICIEMBRE LLEVA EL RESTO DEL REDONDEO), CON LA MISMA
      *         PLANTILLA EN TODOS; SUSTITUYE LO QUE HUBIERA
          Ppt-REPARTO.
               PERFORM Ppt-ACCEPT-DEPT.
               IF WS-IN-DEPT = SPACES
                  EXIT PARAGRAPH
               END-IF.
               DISPLAY "Ejercicio (AAAA): ".
               ACCEPT WS-IN-YEAR.
               IF WS-IN-YEAR IS NOT NUMERIC
                  DISPLAY "ERROR: ejercicio no valido"
                  EXIT PARAGRAPH
               END-IF.
               DISPLAY "Bruto presupuestado del ano (eur): ".
               ACCEPT WS-IN-GROSS.
               DISPLAY "Cotizacion patronal del ano (eur): ".
               ACCEPT WS-IN-SS.
               DISPLAY "Plantilla presupuestada (empleados): ".
               ACCEPT WS-IN-HEADCOUNT.
               DISPLAY "Se sustituye el presupuesto de " WS-IN-DEPT
                       " de los doce meses de " WS-IN-YEAR
                       ". Confirmar (S/N): ".
               ACCEPT WS-CONFIRM.
               IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
                  DISPLAY "Reparto cancelado."
                  EXIT PARAGRAPH
               END-IF.
               COMPUTE WS-MONTH-GROSS ROUNDED = WS-IN-GROSS / 12.
               COMPUTE WS-MONTH-SS ROUNDED = WS-IN-SS / 12.
               MOVE WS-IN-GROSS TO WS-REM-GROSS.
               MOVE WS-IN-SS    TO WS-REM-SS.
               PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                       UNTIL WS-MONTH-IX > 12
                  MOVE SPACES TO DEPARTMENT-BUDGET-RECORD
                  MOVE WS-IN-DEPT TO DB-DEPT
                  STRING WS-IN-YEAR WS-MONTH-IX DELIMITED BY SIZE
                         INTO DB-MONTH
                  IF WS-MONTH-IX = 12
                     MOVE WS-REM-GROSS TO DB-GROSS
                     MOVE WS-REM-SS    TO DB-EMPLOYER-SS
                  ELSE
                     MOVE WS-MONTH-GROSS TO DB-GROSS
                     MOVE WS-MONTH-SS    TO DB-EMPLOYER-SS
                     SUBTRACT WS-MONTH-GROSS FROM WS-REM-GROSS
                     SUBTRACT WS-MONTH-SS    FROM WS-REM-SS
                  END-IF
                  MOVE WS-IN-HEADCOUNT TO DB-HEADCOUNT
                  WRITE DEPARTMENT-BUDGET-RECORD
                       INVALID KEY
                          REWRITE DEPARTMENT-BUDGET-RECORD
                               INVALID KEY
                                  DISPLAY "ERROR: no se pudo grabar "
                                          "el presupuesto de "
                                          DB-MONTH " (status "
                                          WS-DB-STATUS ")"
                          END-REWRITE
                  END-WRITE
               END-PERFORM.
               DISPLAY "Presupuesto de " WS-IN-DEPT " repartido en "
                       "los doce meses de " WS-IN-YEAR ".".
               MOVE "REPART" TO WS-AUDIT-ACTION.
               MOVE WS-IN-YEAR TO DB-MONTH.
               MOVE WS-IN-GROSS TO DB-GROSS.
               MOVE WS-IN-SS TO DB-EMPLOYER-SS.
               PERFORM Ppt-LOG-CHANGE.

      *         BAJA DEL PRESUPUESTO DE UN DEPARTAMENTO Y MES
          Ppt-BAJA.
               DISPLAY "Departamento: ".
               ACCEPT WS-IN-DEPT.
               PERFORM Ppt-ACCEPT-MONTH.
               IF WS-IN-MONTH = SPACES
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-IN-DEPT  TO DB-DEPT.
               MOVE WS-IN-MONTH TO DB-MONTH.
               READ DEPARTMENT-BUDGET-FILE
                    INVALID KEY
                       DISPLAY "ERROR: no hay presupuesto de "
                               WS-IN-DEPT " para " WS-IN-MONTH
                       EXIT PARAGRAPH
               END-READ.
               DELETE DEPARTMENT-BUDGET-FILE
                    INVALID KEY
                       DISPLAY "ERROR: no se pudo borrar el "
                               "presupuesto (status " WS-DB-STATUS
                               ")"
                       EXIT PARAGRAPH
               END-DELETE.
               DISPLAY "Presupuesto de " WS-IN-DEPT " para "
                       WS-IN-MONTH " dado de baja.".
               MOVE "BAJA" TO WS-AUDIT-ACTION.
               PERFORM Ppt-LOG-CHANGE.

      *         LISTADO POR PANTALLA DE UN EJERCICIO, EN ORDEN DE
      *         DEPARTAMENTO Y MES
          Ppt-LISTADO.
               DISPLAY "Ejercicio (AAAA): ".
               ACCEPT WS-IN-YEAR.
               MOVE ZERO TO WS-COUNT-LIST.
               MOVE "N" TO WS-DB-EOF.
               MOVE LOW-VALUES TO DB-KEY.
               START DEPARTMENT-BUDGET-FILE KEY IS >= DB-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-DB-EOF
               END-START.
               DISPLAY "DEPT MES           BRUTO   SS EMPRESA PLANT.".
               PERFORM UNTIL WS-DB-EOF = "Y"
                  READ DEPARTMENT-BUDGET-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-DB-EOF
                     NOT AT END
                        IF DB-MONTH(1:4) = WS-IN-YEAR
                           MOVE DB-GROSS       TO WS-ED-GROSS
                           MOVE DB-EMPLOYER-SS TO WS-ED-SS
                           MOVE DB-HEADCOUNT   TO WS-ED-HEAD
                           DISPLAY DB-DEPT " " DB-MONTH " "
                                   WS-ED-GROSS " " WS-ED-SS " "
                                   WS-ED-HEAD
                           ADD 1 TO WS-COUNT-LIST
                        END-IF
                  END-READ
               END-PERFORM.
               DISPLAY WS-COUNT-LIST " mes(es) presupuestado(s).".

      *         REGISTRA EN EL FICHERO DE AUDITORIA QUIEN CAMBIO EL
      *         PRESUPUESTO, CUANDO, QUE OPERACION Y CON QUE VALORES
          Ppt-LOG-CHANGE.
               IF WS-AUDIT-OPEN = "N"
                  OPEN EXTEND AUDIT-LOG-FILE
                  IF WS-AUDIT-STATUS = "35"
                     OPEN OUTPUT AUDIT-LOG-FILE
                  END-IF
                  MOVE "Y" TO WS-AUDIT-OPEN
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE DB-GROSS       TO WS-ED-GROSS.
               MOVE DB-EMPLOYER-SS TO WS-ED-SS.
               MOVE SPACES TO AUDIT-LINE.
               STRING "OPERADOR=" WS-OPERATOR-ID
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " PRESUPUESTO " WS-AUDIT-ACTION
                      " DEPT=" DB-DEPT
                      " MES=" DB-MONTH
                      " BRUTO=" WS-ED-GROSS
                      " SS=" WS-ED-SS
                      " PLANTILLA=" DB-HEADCOUNT
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

          END PROGRAM DEPTBUDG-MAINT.
