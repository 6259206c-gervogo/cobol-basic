          IDENTIFICATION DIVISION.
          PROGRAM-ID. STATRATE-INIT.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      2/10/2026                      *
      *      Purpose:   Carga inicial de la tabla de   *
      *                 tasas legales (STATRATE.DAT)   *
      *                 con la version 001, vigente    *
      *                 desde siempre, con los tramos  *
      *                 y porcentajes que hasta ahora  *
      *                 estaban fijos en los programas *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT STATUTORY-RATE-FILE ASSIGN TO "STATRATE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SR-EFF-DATE
                  FILE STATUS IS WS-SR-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  STATUTORY-RATE-FILE.
          COPY STATRATE.

          WORKING-STORAGE SECTION.
          01 WS-SR-STATUS PIC X(2).

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               OPEN OUTPUT STATUTORY-RATE-FILE.
               IF WS-SR-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear STATRATE.DAT "
                          "(status " WS-SR-STATUS ")"
                  STOP RUN
               END-IF.

      *         VERSION 001: VIGENTE PARA CUALQUIER FIN DE PERIODO
      *         (FECHA DE EFECTO 00000000). LAS NUEVAS VERSIONES SE
      *         DAN DE ALTA CON STATRATE-MAINT
               MOVE SPACES TO STATUTORY-RATE-RECORD.
               MOVE "00000000"   TO SR-EFF-DATE.
               MOVE 1            TO SR-VERSION.
               MOVE "TASAS INICIALES" TO SR-DESC.
      *         TRAMOS DE IRPF SOBRE EL BRUTO DEL PERIODO
               MOVE 1000         TO SR-WH-UPPER-LIMIT(1).
               MOVE 0.10         TO SR-WH-PERCENT(1).
               MOVE 2000         TO SR-WH-UPPER-LIMIT(2).
               MOVE 0.15         TO SR-WH-PERCENT(2).
               MOVE 3000         TO SR-WH-UPPER-LIMIT(3).
               MOVE 0.21         TO SR-WH-PERCENT(3).
               MOVE 4000         TO SR-WH-UPPER-LIMIT(4).
               MOVE 0.27         TO SR-WH-PERCENT(4).
               MOVE 999999       TO SR-WH-UPPER-LIMIT(5).
               MOVE 0.33         TO SR-WH-PERCENT(5).
      *         SEGURIDAD SOCIAL DEL TRABAJADOR, SEGURO MEDICO Y
      *         COTIZACION PATRONAL
               MOVE 0.0635       TO SR-SS-PERCENT.
               MOVE 0.0150       TO SR-INSURANCE-PERCENT.
               MOVE 0.2990       TO SR-EMPLOYER-SS-PERCENT.
      *         BASES MINIMA Y MAXIMA DE COTIZACION MENSUALES
               MOVE 1381.20      TO SR-SS-BASE-MIN.
               MOVE 4909.50      TO SR-SS-BASE-MAX.
      *         MULTIPLICADORES DE HORAS EXTRA, FESTIVO, BAJA (75%
      *         POR POLITICA DE LA EMPRESA) Y VACACIONES
               MOVE 1.50         TO SR-OVERTIME-MULT.
               MOVE 1.50         TO SR-HOLIDAY-MULT.
               MOVE 0.75         TO SR-SICK-MULT.
               MOVE 1.00         TO SR-VACATION-MULT.
      *         DEVENGO DE VACACIONES Y BAJA POR PERIODO LIQUIDADO
               MOVE 6.50         TO SR-VAC-ACCRUAL-HOURS.
               MOVE 4.00         TO SR-SICK-ACCRUAL-HOURS.
      *         SALARIO MINIMO INTERPROFESIONAL MENSUAL (ESCALA DE
      *         EMBARGOS)
               MOVE 1184.00      TO SR-SMI-MONTHLY.
      *         RECOBRO DE EXCESOS PAGADOS: COMO MAXIMO EL 20% DEL
      *         LIQUIDO DE CADA PERIODO
               MOVE 0.20         TO SR-RECV-MAX-PERCENT.
      *         JORNADA ORDINARIA: 8 HORAS DIARIAS Y 40 SEMANALES;
      *         EL EXCESO FICHADO SE PAGA COMO HORAS EXTRA
               MOVE 8            TO SR-DAILY-REG-HOURS.
               MOVE 40           TO SR-WEEKLY-REG-HOURS.
               PERFORM ESCRIBIR-TASAS.

               CLOSE STATUTORY-RATE-FILE.
               DISPLAY "STATRATE.DAT inicializado con la version 001 "
                       "de tasas legales." X"0A".
               STOP RUN.

          ESCRIBIR-TASAS.
               WRITE STATUTORY-RATE-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AL CREAR TASAS EFECTO="
                               SR-EFF-DATE " VERSION=" SR-VERSION
                               " STATUS " WS-SR-STATUS
               END-WRITE.

          END PROGRAM STATRATE-INIT.
