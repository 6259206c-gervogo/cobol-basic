          IDENTIFICATION DIVISION.
          PROGRAM-ID. STATRATE-MAINT.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      2/10/2026                      *
      *      Purpose:   Mantenimiento de la tabla de   *
      *                 tasas legales (STATRATE.DAT):  *
      *                 alta de una nueva version con  *
      *                 su fecha de efecto, correccion *
      *                 de una version aun no usada en *
      *                 ningun pago y listado de las   *
      *                 versiones existentes           *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT STATUTORY-RATE-FILE ASSIGN TO "STATRATE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-EFF-DATE
                  FILE STATUS IS WS-SR-STATUS.

      *         HISTORICO DE NOMINA VIVO Y ARCHIVADO: UNA VERSION YA
      *         USADA EN ALGUN PAGO NO SE CORRIGE, Y NO SE DA DE ALTA
      *         UNA VERSION CON EFECTO EN PERIODOS YA PAGADOS
              SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
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

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  STATUTORY-RATE-FILE.
          COPY STATRATE.

          FD  PAYROLL-HISTORY-FILE.
          COPY PAYHIST.

          FD  PAYROLL-ARCHIVE-FILE.
          COPY PAYHIST REPLACING
               ==PAYROLL-HISTORY-RECORD== BY ==PAYROLL-ARCHIVE-RECORD==
               LEADING ==PH== BY ==PHA==.

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(120).

          WORKING-STORAGE SECTION.

          01 WS-SR-STATUS   PIC X(2).
          01 WS-SR-EOF      PIC X VALUE "N".
          01 WS-HIST-STATUS PIC X(2).
          01 WS-ARCH-STATUS PIC X(2).
          01 WS-HIST-EOF    PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN (OPERATOR-SIGNON), CON CAPACIDAD "M" DE
      *         MANTENER MAESTROS
          01 WS-SIGNED-ON   PIC X VALUE "N".
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "M".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "N".
          01 WS-SGN-RESULT  PIC X(1).

      *         CERROJO GLOBAL DEL SISTEMA (NOMINA-LOCK): NINGUN RUN
      *         PUEDE ESTAR CALCULANDO MIENTRAS CAMBIAN LAS TASAS
          01 WS-LCK-FUNCTION PIC X(1).
          01 WS-LCK-PROGRAM  PIC X(12) VALUE "TASAS-MAINT".
          01 WS-LCK-RESULT   PIC X(1).

      *         FICHERO DE AUDITORIA
          01 WS-AUDIT-STATUS    PIC X(2).
          01 WS-AUDIT-OPEN      PIC X VALUE "N".
          01 WS-AUDIT-TIMESTAMP PIC X(21).
          01 WS-AUDIT-ACTION    PIC X(6).

      *         RESULTADO DEL RECORRIDO DEL HISTORICO: ULTIMO FIN DE
      *         PERIODO PAGADO (PAGOS NO ANULADOS) Y NUMERO DE PAGOS
      *         CALCULADOS CON LA VERSION CONSULTADA
          01 WS-LAST-PAID-END PIC X(8).
          01 WS-CHK-VERSION   PIC 9(3).
          01 WS-VERSION-USES  PIC 9(7).

      *         SIGUIENTE NUMERO DE VERSION LIBRE Y VERSION VIGENTE
      *         EN LA FECHA DE EFECTO PEDIDA (PUNTO DE PARTIDA DE LA
      *         NUEVA VERSION)
          01 WS-MAX-VERSION   PIC 9(3).
          01 WS-BASE-RECORD   PIC X(200).
          01 WS-BASE-FOUND    PIC X VALUE "N".

      *         ENTRADA POR TECLADO
          01 WS-OPCION      PIC X.
          01 WS-FIN         PIC X VALUE "N".
          01 WS-CONFIRM     PIC X.
          01 WS-IN-EFF-DATE PIC X(8).
          01 WS-IN-DESC     PIC X(20).
          01 WS-IN-LIMIT    PIC 9(6).
          01 WS-IN-PCT2     PIC 9V99.
          01 WS-IN-PCT4     PIC 9V9999.
          01 WS-IN-BASE     PIC 9(5)V99.
          01 WS-IN-HOURS    PIC 9(3)V99.
          01 WS-IN-JORNADA  PIC 9(2).
          01 WS-IX          PIC 9.

      *         EDICION PARA EL LISTADO
          01 WS-ED-PCT2     PIC 9.99.
          01 WS-ED-PCT4     PIC 9.9999.
          01 WS-ED-BASE     PIC ZZZZ9.99.
          01 WS-ED-HOURS    PIC ZZ9.99.
          01 WS-ED-JORNADA  PIC Z9.
          01 WS-ED-LIMIT    PIC ZZZZZ9.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY
               "*****************************"
               "*****************************"
               DISPLAY
               "* MANTENIMIENTO DE LA TABLA DE TASAS LEGALES *"
               DISPLAY
               "*****************************"
               "*****************************" X"0A".

               PERFORM Tasa-SIGNON.
               PERFORM Tasa-ACQUIRE-LOCK.

               OPEN I-O STATUTORY-RATE-FILE.
               IF WS-SR-STATUS = "35"
                  OPEN OUTPUT STATUTORY-RATE-FILE
                  CLOSE STATUTORY-RATE-FILE
                  OPEN I-O STATUTORY-RATE-FILE
               END-IF.
               IF WS-SR-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir STATRATE.DAT "
                          "(status " WS-SR-STATUS ")"
                  PERFORM Tasa-RELEASE-LOCK
                  STOP RUN
               END-IF.

               PERFORM Tasa-MENU UNTIL WS-FIN = "Y".

               CLOSE STATUTORY-RATE-FILE.
               IF WS-AUDIT-OPEN = "Y"
                  CLOSE AUDIT-LOG-FILE
               END-IF.
               PERFORM Tasa-RELEASE-LOCK.
               DISPLAY "Saliendo del mantenimiento de tasas..." X"0A".
               STOP RUN.

      *         IDENTIFICA AL OPERADOR MEDIANTE EL SIGN-ON COMUN
          Tasa-SIGNON.
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
               MOVE "Y" TO WS-SIGNED-ON.

      *         TOMA Y LIBERA EL CERROJO GLOBAL DEL SISTEMA
          Tasa-ACQUIRE-LOCK.
               MOVE "A" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.
               IF WS-LCK-RESULT NOT = "Y"
                  STOP RUN
               END-IF.

          Tasa-RELEASE-LOCK.
               MOVE "R" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.

      *         MENU PRINCIPAL: ALTA / CORRECCION / LISTADO / SALIR
          Tasa-MENU.
               DISPLAY X"0A" "A = Alta de nueva version de tasas"
               DISPLAY "C = Correccion de una version no usada"
               DISPLAY "L = Listado de versiones"
               DISPLAY "S = Salir"
               DISPLAY "Opcion: ".
               ACCEPT WS-OPCION.
               EVALUATE WS-OPCION
                  WHEN "A"
                  WHEN "a"
                     PERFORM Tasa-ALTA
                  WHEN "C"
                  WHEN "c"
                     PERFORM Tasa-CORRECCION
                  WHEN "L"
                  WHEN "l"
                     PERFORM Tasa-LISTADO
                  WHEN "S"
                  WHEN "s"
                     MOVE "Y" TO WS-FIN
                  WHEN OTHER
                     DISPLAY "ERROR: Entrada no valida." X"0A"
               END-EVALUATE.

      *         ALTA DE UNA NUEVA VERSION: PARTE DE LA VERSION QUE
      *         REGIA EN LA FECHA DE EFECTO PEDIDA Y SOLO CAMBIA LOS
      *         CAMPOS QUE INDIQUE EL OPERADOR. NO SE ADMITE UNA
      *         FECHA DE EFECTO QUE CAIGA EN PERIODOS YA PAGADOS: LA
      *         ANULACION Y LA REGENERACION DE ESOS PERIODOS DEBEN
      *         SEGUIR ENCONTRANDO LA VERSION CON LA QUE SE CALCULARON
          Tasa-ALTA.
               DISPLAY "Fecha de efecto de la nueva version "
                       "(AAAAMMDD): ".
               ACCEPT WS-IN-EFF-DATE.
               IF WS-IN-EFF-DATE = SPACES OR
                  WS-IN-EFF-DATE IS NOT NUMERIC
                  DISPLAY "ERROR: fecha de efecto no valida"
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-IN-EFF-DATE TO SR-EFF-DATE.
               READ STATUTORY-RATE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DISPLAY "ERROR: ya existe la version "
                               SR-VERSION " con efecto "
                               WS-IN-EFF-DATE "; usar C para "
                               "corregirla"
                       EXIT PARAGRAPH
               END-READ.

               MOVE ZERO TO WS-CHK-VERSION.
               PERFORM Tasa-SCAN-HISTORY.
               IF WS-LAST-PAID-END NOT < WS-IN-EFF-DATE
                  DISPLAY "ERROR: ya hay pagos con fin de periodo "
                          WS-LAST-PAID-END "; la fecha de efecto "
                          "debe ser posterior"
                  EXIT PARAGRAPH
               END-IF.

               PERFORM Tasa-FIND-BASE.
               IF WS-BASE-FOUND = "Y"
                  MOVE WS-BASE-RECORD TO STATUTORY-RATE-RECORD
                  DISPLAY "Se parte de la version " SR-VERSION
                          " (efecto " SR-EFF-DATE ")"
               ELSE
                  MOVE SPACES TO STATUTORY-RATE-RECORD
                  MOVE ZEROS TO SR-SS-PERCENT
                                SR-INSURANCE-PERCENT
                                SR-EMPLOYER-SS-PERCENT
                                SR-SS-BASE-MIN
                                SR-SS-BASE-MAX
                                SR-OVERTIME-MULT
                                SR-HOLIDAY-MULT
                                SR-SICK-MULT
                                SR-VACATION-MULT
                                SR-VAC-ACCRUAL-HOURS
                                SR-SICK-ACCRUAL-HOURS
                                SR-SMI-MONTHLY
                                SR-RECV-MAX-PERCENT
                                SR-DAILY-REG-HOURS
                                SR-WEEKLY-REG-HOURS
                  PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                     MOVE ZERO TO SR-WH-UPPER-LIMIT(WS-IX)
                                  SR-WH-PERCENT(WS-IX)
                  END-PERFORM
               END-IF.
               MOVE WS-IN-EFF-DATE TO SR-EFF-DATE.
               COMPUTE SR-VERSION = WS-MAX-VERSION + 1.

               PERFORM Tasa-ENTER-FIELDS.
               IF SR-WH-UPPER-LIMIT(5) NOT = 999999
                  DISPLAY "ERROR: el ultimo tramo de IRPF debe "
                          "llevar limite 999999; alta cancelada"
                  EXIT PARAGRAPH
               END-IF.

               DISPLAY "Confirmar alta de la version " SR-VERSION
                       " con efecto " SR-EFF-DATE " (S/N): ".
               ACCEPT WS-CONFIRM.
               IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
                  DISPLAY "Alta cancelada."
                  EXIT PARAGRAPH
               END-IF.
               WRITE STATUTORY-RATE-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: no se pudo grabar la version "
                               SR-VERSION " (status " WS-SR-STATUS
                               ")"
                       EXIT PARAGRAPH
               END-WRITE.
               DISPLAY "Version " SR-VERSION " dada de alta.".
               MOVE "ALTA" TO WS-AUDIT-ACTION.
               PERFORM Tasa-LOG-CHANGE.

      *         CORRECCION DE UNA VERSION EXISTENTE, SOLO MIENTRAS
      *         NINGUN PAGO (VIVO O ARCHIVADO) SE HAYA CALCULADO CON
      *         ELLA; SI YA SE USO, LO QUE PROCEDE ES UNA NUEVA
      *         VERSION CON EFECTO POSTERIOR
          Tasa-CORRECCION.
               DISPLAY "Fecha de efecto de la version a corregir "
                       "(AAAAMMDD): ".
               ACCEPT WS-IN-EFF-DATE.
               MOVE WS-IN-EFF-DATE TO SR-EFF-DATE.
               READ STATUTORY-RATE-FILE
                    INVALID KEY
                       DISPLAY "ERROR: no hay version con efecto "
                               WS-IN-EFF-DATE
                       EXIT PARAGRAPH
               END-READ.
               MOVE STATUTORY-RATE-RECORD TO WS-BASE-RECORD.

               MOVE SR-VERSION TO WS-CHK-VERSION.
               PERFORM Tasa-SCAN-HISTORY.
               IF WS-VERSION-USES > ZERO
                  DISPLAY "ERROR: la version " WS-CHK-VERSION
                          " ya se uso en " WS-VERSION-USES
                          " pagos; dar de alta una version nueva"
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-BASE-RECORD TO STATUTORY-RATE-RECORD.

               PERFORM Tasa-ENTER-FIELDS.
               IF SR-WH-UPPER-LIMIT(5) NOT = 999999
                  DISPLAY "ERROR: el ultimo tramo de IRPF debe "
                          "llevar limite 999999; correccion "
                          "cancelada"
                  EXIT PARAGRAPH
               END-IF.
               REWRITE STATUTORY-RATE-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: no se pudo actualizar la "
                               "version " SR-VERSION
                               " (status " WS-SR-STATUS ")"
                       EXIT PARAGRAPH
               END-REWRITE.
               DISPLAY "Version " SR-VERSION " corregida.".
               MOVE "CAMBIO" TO WS-AUDIT-ACTION.
               PERFORM Tasa-LOG-CHANGE.

      *         PIDE CADA CAMPO DE LA VERSION EN CURSO; CERO (O
      *         ESPACIOS EN LA DESCRIPCION) DEJA EL VALOR ACTUAL
          Tasa-ENTER-FIELDS.
      *         LAS VERSIONES ANTERIORES AL CAMPO DEL SALARIO MINIMO
      *         LO TRAEN EN BLANCO
               IF SR-SMI-MONTHLY IS NOT NUMERIC
                  MOVE ZERO TO SR-SMI-MONTHLY
               END-IF.
               IF SR-RECV-MAX-PERCENT IS NOT NUMERIC
                  MOVE ZERO TO SR-RECV-MAX-PERCENT
               END-IF.
               IF SR-DAILY-REG-HOURS IS NOT NUMERIC
                  MOVE ZERO TO SR-DAILY-REG-HOURS
               END-IF.
               IF SR-WEEKLY-REG-HOURS IS NOT NUMERIC
                  MOVE ZERO TO SR-WEEKLY-REG-HOURS
               END-IF.
               DISPLAY "Descripcion [" SR-DESC "]: ".
               ACCEPT WS-IN-DESC.
               IF WS-IN-DESC NOT = SPACES
                  MOVE WS-IN-DESC TO SR-DESC
               END-IF.
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                  MOVE SR-WH-UPPER-LIMIT(WS-IX) TO WS-ED-LIMIT
                  MOVE SR-WH-PERCENT(WS-IX) TO WS-ED-PCT2
                  DISPLAY "Tramo IRPF " WS-IX " limite ["
                          WS-ED-LIMIT "] (0 = sin cambio): "
                  ACCEPT WS-IN-LIMIT
                  IF WS-IN-LIMIT NOT = ZERO
                     MOVE WS-IN-LIMIT TO SR-WH-UPPER-LIMIT(WS-IX)
                  END-IF
                  DISPLAY "Tramo IRPF " WS-IX " porcentaje ["
                          WS-ED-PCT2 "] (0 = sin cambio): "
                  ACCEPT WS-IN-PCT2
                  IF WS-IN-PCT2 NOT = ZERO
                     MOVE WS-IN-PCT2 TO SR-WH-PERCENT(WS-IX)
                  END-IF
               END-PERFORM.

               MOVE SR-SS-PERCENT TO WS-ED-PCT4.
               DISPLAY "SS trabajador [" WS-ED-PCT4 "]: ".
               ACCEPT WS-IN-PCT4.
               IF WS-IN-PCT4 NOT = ZERO
                  MOVE WS-IN-PCT4 TO SR-SS-PERCENT
               END-IF.
               MOVE SR-INSURANCE-PERCENT TO WS-ED-PCT4.
               DISPLAY "Seguro medico [" WS-ED-PCT4 "]: ".
               ACCEPT WS-IN-PCT4.
               IF WS-IN-PCT4 NOT = ZERO
                  MOVE WS-IN-PCT4 TO SR-INSURANCE-PERCENT
               END-IF.
               MOVE SR-EMPLOYER-SS-PERCENT TO WS-ED-PCT4.
               DISPLAY "SS empresa [" WS-ED-PCT4 "]: ".
               ACCEPT WS-IN-PCT4.
               IF WS-IN-PCT4 NOT = ZERO
                  MOVE WS-IN-PCT4 TO SR-EMPLOYER-SS-PERCENT
               END-IF.

               MOVE SR-SS-BASE-MIN TO WS-ED-BASE.
               DISPLAY "Base minima de cotizacion mensual ["
                       WS-ED-BASE "]: ".
               ACCEPT WS-IN-BASE.
               IF WS-IN-BASE NOT = ZERO
                  MOVE WS-IN-BASE TO SR-SS-BASE-MIN
               END-IF.
               MOVE SR-SS-BASE-MAX TO WS-ED-BASE.
               DISPLAY "Base maxima de cotizacion mensual ["
                       WS-ED-BASE "]: ".
               ACCEPT WS-IN-BASE.
               IF WS-IN-BASE NOT = ZERO
                  MOVE WS-IN-BASE TO SR-SS-BASE-MAX
               END-IF.

               MOVE SR-OVERTIME-MULT TO WS-ED-PCT2.
               DISPLAY "Multiplicador horas extra [" WS-ED-PCT2 "]: ".
               ACCEPT WS-IN-PCT2.
               IF WS-IN-PCT2 NOT = ZERO
                  MOVE WS-IN-PCT2 TO SR-OVERTIME-MULT
               END-IF.
               MOVE SR-HOLIDAY-MULT TO WS-ED-PCT2.
               DISPLAY "Multiplicador festivo [" WS-ED-PCT2 "]: ".
               ACCEPT WS-IN-PCT2.
               IF WS-IN-PCT2 NOT = ZERO
                  MOVE WS-IN-PCT2 TO SR-HOLIDAY-MULT
               END-IF.
               MOVE SR-SICK-MULT TO WS-ED-PCT2.
               DISPLAY "Multiplicador baja [" WS-ED-PCT2 "]: ".
               ACCEPT WS-IN-PCT2.
               IF WS-IN-PCT2 NOT = ZERO
                  MOVE WS-IN-PCT2 TO SR-SICK-MULT
               END-IF.
               MOVE SR-VACATION-MULT TO WS-ED-PCT2.
               DISPLAY "Multiplicador vacaciones [" WS-ED-PCT2 "]: ".
               ACCEPT WS-IN-PCT2.
               IF WS-IN-PCT2 NOT = ZERO
                  MOVE WS-IN-PCT2 TO SR-VACATION-MULT
               END-IF.

               MOVE SR-VAC-ACCRUAL-HOURS TO WS-ED-HOURS.
               DISPLAY "Devengo de vacaciones por periodo (h) ["
                       WS-ED-HOURS "]: ".
               ACCEPT WS-IN-HOURS.
               IF WS-IN-HOURS NOT = ZERO
                  MOVE WS-IN-HOURS TO SR-VAC-ACCRUAL-HOURS
               END-IF.
               MOVE SR-SICK-ACCRUAL-HOURS TO WS-ED-HOURS.
               DISPLAY "Devengo de baja por periodo (h) ["
                       WS-ED-HOURS "]: ".
               ACCEPT WS-IN-HOURS.
               IF WS-IN-HOURS NOT = ZERO
                  MOVE WS-IN-HOURS TO SR-SICK-ACCRUAL-HOURS
               END-IF.
               MOVE SR-SMI-MONTHLY TO WS-ED-BASE.
               DISPLAY "Salario minimo interprofesional mensual ["
                       WS-ED-BASE "]: ".
               ACCEPT WS-IN-BASE.
               IF WS-IN-BASE NOT = ZERO
                  MOVE WS-IN-BASE TO SR-SMI-MONTHLY
               END-IF.
               MOVE SR-RECV-MAX-PERCENT TO WS-ED-PCT2.
               DISPLAY "Tanto por uno maximo de recobro de excesos "
                       "por periodo [" WS-ED-PCT2 "]: ".
               ACCEPT WS-IN-PCT2.
               IF WS-IN-PCT2 NOT = ZERO
                  MOVE WS-IN-PCT2 TO SR-RECV-MAX-PERCENT
               END-IF.
               MOVE SR-DAILY-REG-HOURS TO WS-ED-JORNADA.
               DISPLAY "Jornada ordinaria maxima diaria (h) ["
                       WS-ED-JORNADA "]: ".
               ACCEPT WS-IN-JORNADA.
               IF WS-IN-JORNADA NOT = ZERO
                  MOVE WS-IN-JORNADA TO SR-DAILY-REG-HOURS
               END-IF.
               MOVE SR-WEEKLY-REG-HOURS TO WS-ED-JORNADA.
               DISPLAY "Jornada ordinaria maxima semanal (h) ["
                       WS-ED-JORNADA "]: ".
               ACCEPT WS-IN-JORNADA.
               IF WS-IN-JORNADA NOT = ZERO
                  MOVE WS-IN-JORNADA TO SR-WEEKLY-REG-HOURS
               END-IF.

      *         LOCALIZA LA VERSION VIGENTE EN LA FECHA DE EFECTO
      *         PEDIDA (PUNTO DE PARTIDA DEL ALTA) Y EL MAYOR NUMERO
      *         DE VERSION EXISTENTE
          Tasa-FIND-BASE.
               MOVE "N" TO WS-BASE-FOUND.
               MOVE ZERO TO WS-MAX-VERSION.
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
                        IF SR-VERSION > WS-MAX-VERSION
                           MOVE SR-VERSION TO WS-MAX-VERSION
                        END-IF
                        IF SR-EFF-DATE < WS-IN-EFF-DATE
                           MOVE STATUTORY-RATE-RECORD
                             TO WS-BASE-RECORD
                           MOVE "Y" TO WS-BASE-FOUND
                        END-IF
                  END-READ
               END-PERFORM.

      *         RECORRE EL HISTORICO VIVO Y EL ARCHIVADO: DEVUELVE
      *         EL ULTIMO FIN DE PERIODO PAGADO (SIN CONTAR PAGOS
      *         ANULADOS) Y CUANTOS PAGOS SE CALCULARON CON LA
      *         VERSION WS-CHK-VERSION
          Tasa-SCAN-HISTORY.
               MOVE LOW-VALUES TO WS-LAST-PAID-END.
               MOVE ZERO TO WS-VERSION-USES.
               OPEN INPUT PAYROLL-HISTORY-FILE.
               IF WS-HIST-STATUS = "00"
                  MOVE "N" TO WS-HIST-EOF
                  MOVE LOW-VALUES TO PH-KEY
                  START PAYROLL-HISTORY-FILE KEY IS >= PH-KEY
                     INVALID KEY
                        MOVE "Y" TO WS-HIST-EOF
                  END-START
                  PERFORM UNTIL WS-HIST-EOF = "Y"
                     READ PAYROLL-HISTORY-FILE NEXT RECORD
                        AT END
                           MOVE "Y" TO WS-HIST-EOF
                        NOT AT END
                           IF PH-REVERSED NOT = "Y" AND
                              PH-PERIOD-END > WS-LAST-PAID-END
                              MOVE PH-PERIOD-END TO WS-LAST-PAID-END
                           END-IF
                           IF PH-RATE-VERSION IS NUMERIC AND
                              PH-RATE-VERSION = WS-CHK-VERSION
                              ADD 1 TO WS-VERSION-USES
                           END-IF
                     END-READ
                  END-PERFORM
                  CLOSE PAYROLL-HISTORY-FILE
               END-IF.
               OPEN INPUT PAYROLL-ARCHIVE-FILE.
               IF WS-ARCH-STATUS = "00"
                  MOVE "N" TO WS-HIST-EOF
                  MOVE LOW-VALUES TO PHA-KEY
                  START PAYROLL-ARCHIVE-FILE KEY IS >= PHA-KEY
                     INVALID KEY
                        MOVE "Y" TO WS-HIST-EOF
                  END-START
                  PERFORM UNTIL WS-HIST-EOF = "Y"
                     READ PAYROLL-ARCHIVE-FILE NEXT RECORD
                        AT END
                           MOVE "Y" TO WS-HIST-EOF
                        NOT AT END
                           IF PHA-REVERSED NOT = "Y" AND
                              PHA-PERIOD-END > WS-LAST-PAID-END
                              MOVE PHA-PERIOD-END TO WS-LAST-PAID-END
                           END-IF
                           IF PHA-RATE-VERSION IS NUMERIC AND
                              PHA-RATE-VERSION = WS-CHK-VERSION
                              ADD 1 TO WS-VERSION-USES
                           END-IF
                     END-READ
                  END-PERFORM
                  CLOSE PAYROLL-ARCHIVE-FILE
               END-IF.

      *         LISTADO DE TODAS LAS VERSIONES EN ORDEN DE EFECTO
          Tasa-LISTADO.
               MOVE "N" TO WS-SR-EOF.
               MOVE LOW-VALUES TO SR-EFF-DATE.
               START STATUTORY-RATE-FILE KEY IS >= SR-EFF-DATE
                  INVALID KEY
                     DISPLAY "No hay versiones de tasas."
                     MOVE "Y" TO WS-SR-EOF
               END-START.
               PERFORM UNTIL WS-SR-EOF = "Y"
                  READ STATUTORY-RATE-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-SR-EOF
                     NOT AT END
                        PERFORM Tasa-SHOW-VERSION
                  END-READ
               END-PERFORM.

          Tasa-SHOW-VERSION.
               DISPLAY X"0A" "VERSION " SR-VERSION
                       " EFECTO " SR-EFF-DATE " " SR-DESC.
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
                  MOVE SR-WH-UPPER-LIMIT(WS-IX) TO WS-ED-LIMIT
                  MOVE SR-WH-PERCENT(WS-IX) TO WS-ED-PCT2
                  DISPLAY "  IRPF HASTA " WS-ED-LIMIT " "
                          WS-ED-PCT2
               END-PERFORM.
               MOVE SR-SS-PERCENT TO WS-ED-PCT4.
               DISPLAY "  SS TRABAJADOR " WS-ED-PCT4 WITH NO ADVANCING.
               MOVE SR-INSURANCE-PERCENT TO WS-ED-PCT4.
               DISPLAY "  SEGURO " WS-ED-PCT4 WITH NO ADVANCING.
               MOVE SR-EMPLOYER-SS-PERCENT TO WS-ED-PCT4.
               DISPLAY "  SS EMPRESA " WS-ED-PCT4.
               MOVE SR-SS-BASE-MIN TO WS-ED-BASE.
               DISPLAY "  BASE MIN " WS-ED-BASE WITH NO ADVANCING.
               MOVE SR-SS-BASE-MAX TO WS-ED-BASE.
               DISPLAY "  BASE MAX " WS-ED-BASE.
               MOVE SR-OVERTIME-MULT TO WS-ED-PCT2.
               DISPLAY "  MULT EXTRA " WS-ED-PCT2 WITH NO ADVANCING.
               MOVE SR-HOLIDAY-MULT TO WS-ED-PCT2.
               DISPLAY "  FESTIVO " WS-ED-PCT2 WITH NO ADVANCING.
               MOVE SR-SICK-MULT TO WS-ED-PCT2.
               DISPLAY "  BAJA " WS-ED-PCT2 WITH NO ADVANCING.
               MOVE SR-VACATION-MULT TO WS-ED-PCT2.
               DISPLAY "  VACACIONES " WS-ED-PCT2.
               MOVE SR-VAC-ACCRUAL-HOURS TO WS-ED-HOURS.
               DISPLAY "  DEVENGO VAC " WS-ED-HOURS WITH NO ADVANCING.
               MOVE SR-SICK-ACCRUAL-HOURS TO WS-ED-HOURS.
               DISPLAY "  DEVENGO BAJA " WS-ED-HOURS.
               IF SR-SMI-MONTHLY IS NUMERIC
                  MOVE SR-SMI-MONTHLY TO WS-ED-BASE
                  DISPLAY "  SMI MENSUAL " WS-ED-BASE
               ELSE
                  DISPLAY "  SMI MENSUAL (SIN INFORMAR)"
               END-IF.
               IF SR-RECV-MAX-PERCENT IS NUMERIC
                  MOVE SR-RECV-MAX-PERCENT TO WS-ED-PCT2
                  DISPLAY "  RECOBRO EXCESOS MAX " WS-ED-PCT2
               ELSE
                  DISPLAY "  RECOBRO EXCESOS MAX (SIN INFORMAR)"
               END-IF.
               IF SR-DAILY-REG-HOURS IS NUMERIC AND
                  SR-WEEKLY-REG-HOURS IS NUMERIC
                  MOVE SR-DAILY-REG-HOURS TO WS-ED-JORNADA
                  DISPLAY "  JORNADA DIARIA " WS-ED-JORNADA
                          WITH NO ADVANCING
                  MOVE SR-WEEKLY-REG-HOURS TO WS-ED-JORNADA
                  DISPLAY "  SEMANAL " WS-ED-JORNADA
               ELSE
                  DISPLAY "  JORNADA (SIN INFORMAR: 8 / 40)"
               END-IF.

      *         REGISTRA EN EL FICHERO DE AUDITORIA QUIEN CAMBIO LA
      *         TABLA DE TASAS, CUANDO Y QUE VERSION
          Tasa-LOG-CHANGE.
               IF WS-AUDIT-OPEN = "N"
                  OPEN EXTEND AUDIT-LOG-FILE
                  IF WS-AUDIT-STATUS = "35"
                     OPEN OUTPUT AUDIT-LOG-FILE
                  END-IF
                  MOVE "Y" TO WS-AUDIT-OPEN
               END-IF.

               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE SPACES TO AUDIT-LINE.
               STRING "OPERADOR=" WS-OPERATOR-ID
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " TASAS " WS-AUDIT-ACTION
                      " VERSION=" SR-VERSION
                      " EFECTO=" SR-EFF-DATE
                      " " SR-DESC
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

          END PROGRAM STATRATE-MAINT.
