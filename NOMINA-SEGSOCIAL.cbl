          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-SEGSOCIAL.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Liquidacion mensual de         *
      *                 cotizaciones a la seguridad    *
      *                 social a partir del historico  *
      *                 de nomina: por empleado, base  *
      *                 de cotizacion, cuota obrera    *
      *                 (PH-SS) y cuota patronal       *
      *                 (PH-EMPLOYER-SS) de todos los  *
      *                 pagos con fin de periodo en el *
      *                 mes (mensuales, semanales,     *
      *                 pagas extra y finiquitos),     *
      *                 con los atrasos incluidos y    *
      *                 los pagos anulados fuera.      *
      *                 Informe con totales de empresa *
      *                 y cuadre por lote contable     *
      *                 (SEGSOC.RPT) y fichero de      *
      *                 formato fijo para la           *
      *                 presentacion (SEGSOC.DAT)      *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

      *         ARCHIVO DE EJERCICIOS CERRADOS: UN MES DE UN
      *         EJERCICIO YA CERRADO SE LIQUIDA DESDE AQUI
              SELECT PAYROLL-ARCHIVE-FILE ASSIGN TO "PAYHARCH.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PHA-KEY
                  ALTERNATE RECORD KEY IS PHA-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-ARCH-STATUS.

              SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "SEGSOC.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

      *         FICHERO DE PRESENTACION: CABECERA, UN REGISTRO POR
      *         TRABAJADOR Y COLA CON RECUENTO Y TOTALES
              SELECT SETTLEMENT-FILE ASSIGN TO "SEGSOC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SSF-STATUS.

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  PAYROLL-HISTORY-FILE.
          COPY PAYHIST.

          FD  PAYROLL-ARCHIVE-FILE.
          COPY PAYHIST REPLACING
               ==PAYROLL-HISTORY-RECORD== BY ==PAYROLL-ARCHIVE-RECORD==
               LEADING ==PH== BY ==PHA==.

          FD  SETTLEMENT-REPORT-FILE.
          01  SETTLEMENT-LINE PIC X(100).

          FD  SETTLEMENT-FILE.
          01  SETTLEMENT-FILE-LINE PIC X(100).

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(120).

          WORKING-STORAGE SECTION.

          01 WS-HIST-STATUS PIC X(2).
          01 WS-ARCH-STATUS PIC X(2).
          01 WS-RPT-STATUS  PIC X(2).
          01 WS-SSF-STATUS  PIC X(2).
          01 WS-HIST-EOF    PIC X VALUE "N".
          01 WS-ARCH-EOF    PIC X VALUE "N".
          01 WS-HIST-AVAIL  PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN: LA LIQUIDACION LA PREPARA EL PERSONAL DE
      *         CALCULO DE NOMINA
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "C".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "N".
          01 WS-SGN-RESULT  PIC X(1).

      *         FICHERO DE AUDITORIA
          01 WS-AUDIT-STATUS    PIC X(2).
          01 WS-AUDIT-TIMESTAMP PIC X(21).

      *         MES LIQUIDADO (AAAAMM) Y SU PRIMER Y ULTIMO DIA
          01 WS-IN-MONTH     PIC X(6).
          01 WS-MONTH-NUM    PIC 9(6).
          01 WS-MONTH-PARTS REDEFINES WS-MONTH-NUM.
             05 WS-MONTH-YYYY PIC 9(4).
             05 WS-MONTH-MM   PIC 9(2).
          01 WS-DATE-NUM     PIC 9(8).
          01 WS-DATE-PARTS REDEFINES WS-DATE-NUM.
             05 WS-DATE-YYYY PIC 9(4).
             05 WS-DATE-MM   PIC 9(2).
             05 WS-DATE-DD   PIC 9(2).
          01 WS-DATE-INT     PIC 9(7).
          01 WS-MONTH-START  PIC X(8).
          01 WS-MONTH-END    PIC X(8).
          01 WS-TODAY        PIC X(8).

      *         CONSULTA DE LA TABLA DE TASAS LEGALES (NOMINA-TASAS):
      *         LA VERSION CON LA QUE SE CALCULO CADA PAGO (V), O LA
      *         VIGENTE EN SU FIN DE PERIODO (F) EN REGISTROS SIN
      *         VERSION. SOLO SE CONSULTA CUANDO CAMBIA LA PETICION
          01 WS-TAS-FUNCTION  PIC X(1).
          01 WS-TAS-VERSION   PIC 9(3) VALUE ZERO.
          01 WS-TAS-DATE      PIC X(8).
          01 WS-TAS-RESULT    PIC X(1).
          01 WS-RATES-KEY     PIC X(9) VALUE SPACES.
          01 WS-RATES-REQ     PIC X(9).
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-RATE-RECORD==
               LEADING ==SR== BY ==WS-SR==.

      *         BASE DE COTIZACION DEL PAGO EN CURSO, CON LAS BASES
      *         MINIMA Y MAXIMA DEL PERIODO (PRORRATEADAS POR DIAS
      *         SOBRE 30 EN LOS PERIODOS SEMANALES, COMO EN EL RUN)
          01 WS-PAY-BASE     PIC 9(7)V99.
          01 WS-BASE-MIN     PIC 9(5)V99.
          01 WS-BASE-MAX     PIC 9(5)V99.
          01 WS-PERIOD-DAYS  PIC 9(5).
          01 WS-ADJ-SIGNED   PIC S9(7)V99.
      *         CUOTA PATRONAL DEL PAGO (ESPACIOS EN REGISTROS
      *         ANTERIORES AL CAMPO = CERO)
          01 WS-PAY-SS-EMP   PIC 9(5).

      *         ACUMULADOS DEL MES POR EMPLEADO; EL DESBORDE SE
      *         CONTROLA EXPLICITAMENTE
          01 WS-EMP-TABLE.
             05 WS-SE-ENTRY OCCURS 2000 TIMES.
                10 WS-SE-EMP-ID  PIC 9(5).
                10 WS-SE-NAME    PIC X(10).
                10 WS-SE-GROUP   PIC X(1).
                10 WS-SE-PAYS    PIC 9(3).
                10 WS-SE-REVS    PIC 9(3).
                10 WS-SE-BASE    PIC 9(7)V99.
                10 WS-SE-ADJ     PIC S9(7)V99.
                10 WS-SE-SS      PIC 9(7)V99.
                10 WS-SE-SS-EMP  PIC 9(7)V99.
          01 WS-SE-COUNT    PIC 9(4) VALUE ZERO.
          01 WS-SE-IX       PIC 9(4).
          01 WS-SE-FOUND    PIC X VALUE "N".

      *         LOTES CONTABLES DEL MES: CADA RUN (FIN DE PERIODO,
      *         GRUPO Y TIPO) GRABO SU EXTRACTO CON LA CUOTA
      *         PATRONAL EN EL HABER DE LA CUENTA DE SS EMPRESA Y LA
      *         OBRERA DENTRO DE LAS RETENCIONES; LA ANULACION GRABO
      *         EL MISMO EXTRACTO CON DEBE Y HABER INTERCAMBIADOS
          01 WS-BATCH-TABLE.
             05 WS-BT-ENTRY OCCURS 100 TIMES.
                10 WS-BT-PERIOD-END PIC X(8).
                10 WS-BT-GROUP      PIC X(1).
                10 WS-BT-TYPE       PIC X(1).
                10 WS-BT-PAYS       PIC 9(5).
                10 WS-BT-SS         PIC 9(9)V99.
                10 WS-BT-SS-EMP     PIC 9(9)V99.
                10 WS-BT-REVS       PIC 9(5).
                10 WS-BT-REV-SS     PIC 9(9)V99.
                10 WS-BT-REV-SS-EMP PIC 9(9)V99.
          01 WS-BT-COUNT    PIC 9(3) VALUE ZERO.
          01 WS-BT-IX       PIC 9(3).
          01 WS-BT-FOUND    PIC X VALUE "N".
          01 WS-BT-NET      PIC 9(9)V99.

      *         TOTALES DE EMPRESA
          01 WS-COUNT-RECORDS PIC 9(5) VALUE ZERO.
          01 WS-COUNT-REVERSED PIC 9(5) VALUE ZERO.
          01 WS-COUNT-NORATE  PIC 9(5) VALUE ZERO.
          01 WS-COUNT-WORKERS PIC 9(5) VALUE ZERO.
          01 WS-TOT-BASE      PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-ADJ       PIC S9(9)V99 VALUE ZERO.
          01 WS-TOT-SS        PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-SS-EMP    PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-PAYABLE   PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-REV-SS    PIC 9(9)V99 VALUE ZERO.
          01 WS-TOT-REV-SS-EMP PIC 9(9)V99 VALUE ZERO.
          01 WS-EMP-TOTAL     PIC 9(7)V99.

      *         FICHERO DE PRESENTACION
          01 WS-SS-HEADER.
             05 WS-SSH-TYPE   PIC X(1) VALUE "H".
             05 WS-SSH-MONTH  PIC X(6).
             05 WS-SSH-FROM   PIC X(8).
             05 WS-SSH-TO     PIC X(8).
             05 WS-SSH-DATE   PIC X(8).
          01 WS-SS-DETAIL.
             05 WS-SSD-TYPE     PIC X(1) VALUE "D".
             05 WS-SSD-EMP-ID   PIC 9(5).
             05 WS-SSD-NAME     PIC X(10).
             05 WS-SSD-GROUP    PIC X(1).
             05 WS-SSD-BASE     PIC 9(7)V99.
      *         ATRASOS INCLUIDOS EN LA BASE: SIGNO (+/-) E IMPORTE
             05 WS-SSD-ADJ-SIGN PIC X(1).
             05 WS-SSD-ADJ      PIC 9(7)V99.
             05 WS-SSD-SS       PIC 9(7)V99.
             05 WS-SSD-SS-EMP   PIC 9(7)V99.
             05 WS-SSD-TOTAL    PIC 9(7)V99.
          01 WS-SS-TRAILER.
             05 WS-SST-TYPE    PIC X(1) VALUE "T".
             05 WS-SST-COUNT   PIC 9(5).
             05 WS-SST-BASE    PIC 9(9)V99.
             05 WS-SST-SS      PIC 9(9)V99.
             05 WS-SST-SS-EMP  PIC 9(9)V99.
             05 WS-SST-TOTAL   PIC 9(9)V99.

          01 WS-ED-AMOUNT   PIC Z,ZZZ,ZZ9.99.
          01 WS-ED-SIGNED   PIC -Z,ZZZ,ZZ9.99.
          01 WS-ED-BIG      PIC ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-BIG-SGN  PIC -ZZZ,ZZZ,ZZ9.99.
          01 WS-ED-COUNT    PIC ZZZ9.
          01 WS-ED-PAYS     PIC ZZ9.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "LIQUIDACION MENSUAL DE SEGURIDAD SOCIAL".

               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; proceso cancelado."
                  STOP RUN
               END-IF.

               PERFORM Seg-ASK-MONTH.

               OPEN INPUT PAYROLL-HISTORY-FILE.
               IF WS-HIST-STATUS = "00"
                  MOVE "Y" TO WS-HIST-AVAIL
                  PERFORM Seg-SCAN-HISTORY
                  CLOSE PAYROLL-HISTORY-FILE
               ELSE
                  DISPLAY "AVISO: sin PAYHIST.DAT (status "
                          WS-HIST-STATUS "); solo se lee el archivo"
               END-IF.
               PERFORM Seg-SCAN-ARCHIVE.

               IF WS-COUNT-RECORDS = ZERO
                  DISPLAY "AVISO: sin pagos en el historico con fin "
                          "de periodo en el mes " WS-IN-MONTH
                  MOVE 4 TO RETURN-CODE
                  STOP RUN
               END-IF.

               OPEN OUTPUT SETTLEMENT-REPORT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear SEGSOC.RPT "
                          "(status " WS-RPT-STATUS ")"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               OPEN OUTPUT SETTLEMENT-FILE.
               IF WS-SSF-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear SEGSOC.DAT "
                          "(status " WS-SSF-STATUS ")"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.

               PERFORM Seg-WRITE-HEADER.
               PERFORM Seg-WRITE-FILE-HEADER.
               PERFORM Seg-WRITE-EMPLOYEE
                       VARYING WS-SE-IX FROM 1 BY 1
                       UNTIL WS-SE-IX > WS-SE-COUNT.
               PERFORM Seg-WRITE-TOTALS.
               PERFORM Seg-WRITE-GL-TIE.
               PERFORM Seg-WRITE-FILE-TRAILER.

               CLOSE SETTLEMENT-REPORT-FILE.
               CLOSE SETTLEMENT-FILE.
               PERFORM Seg-LOG-SETTLEMENT.

               MOVE WS-TOT-PAYABLE TO WS-ED-BIG.
               DISPLAY "Liquidacion de SS del mes " WS-IN-MONTH ": "
                       WS-COUNT-WORKERS " trabajador(es), total a "
                       "ingresar " WS-ED-BIG " eur. Detalle en "
                       "SEGSOC.RPT, fichero SEGSOC.DAT".
               IF WS-COUNT-NORATE > ZERO
                  DISPLAY "AVISO: " WS-COUNT-NORATE " pago(s) sin "
                          "version de tasas; su base es el bruto "
                          "sin topes (revisar SEGSOC.RPT)"
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF.
               STOP RUN.

      *         PIDE EL MES A LIQUIDAR; EN BLANCO, EL MES ANTERIOR
      *         AL EN CURSO (LA LIQUIDACION SE PRESENTA A MES
      *         VENCIDO)
          Seg-ASK-MONTH.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
               DISPLAY "Mes a liquidar (AAAAMM, en blanco el mes "
                       "anterior): ".
               ACCEPT WS-IN-MONTH.
               IF WS-IN-MONTH = SPACES
                  MOVE WS-TODAY(1:6) TO WS-MONTH-NUM
                  IF WS-MONTH-MM = 1
                     SUBTRACT 1 FROM WS-MONTH-YYYY
                     MOVE 12 TO WS-MONTH-MM
                  ELSE
                     SUBTRACT 1 FROM WS-MONTH-MM
                  END-IF
                  MOVE WS-MONTH-NUM TO WS-IN-MONTH
               END-IF.
               IF WS-IN-MONTH IS NOT NUMERIC
                  DISPLAY "ERROR: mes no valido; proceso cancelado."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               MOVE WS-IN-MONTH TO WS-MONTH-NUM.
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12 OR
                  WS-MONTH-YYYY < 1601
                  DISPLAY "ERROR: mes no valido; proceso cancelado."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.

      *         PRIMER DIA DEL MES Y, UN DIA ANTES DEL PRIMERO DEL
      *         MES SIGUIENTE, EL ULTIMO
               MOVE WS-MONTH-YYYY TO WS-DATE-YYYY.
               MOVE WS-MONTH-MM   TO WS-DATE-MM.
               MOVE 1             TO WS-DATE-DD.
               MOVE WS-DATE-NUM   TO WS-MONTH-START.
               IF WS-DATE-MM = 12
                  ADD 1 TO WS-DATE-YYYY
                  MOVE 1 TO WS-DATE-MM
               ELSE
                  ADD 1 TO WS-DATE-MM
               END-IF.
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
               COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
               MOVE WS-DATE-NUM TO WS-MONTH-END.

      *         LEE EL HISTORICO POR LA CLAVE ALTERNATIVA DESDE EL
      *         PRIMER FIN DE PERIODO DEL MES HASTA QUE CAMBIA EL
      *         MES: ENTRAN LOS PERIODOS SEMANALES QUE TERMINAN EN
      *         EL MES, QUE ES CUANDO SU RUN SE CONTABILIZA
          Seg-SCAN-HISTORY.
               MOVE LOW-VALUES  TO PH-PERIOD-KEY.
               MOVE WS-IN-MONTH TO PH-PK-PERIOD-END(1:6).
               START PAYROLL-HISTORY-FILE KEY IS >= PH-PERIOD-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-HIST-EOF
               END-START.
               PERFORM UNTIL WS-HIST-EOF = "Y"
                  READ PAYROLL-HISTORY-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-HIST-EOF
                     NOT AT END
                        IF PH-PK-PERIOD-END(1:6) NOT = WS-IN-MONTH
                           MOVE "Y" TO WS-HIST-EOF
                        ELSE
                           PERFORM Seg-ONE-PAYMENT
                        END-IF
                  END-READ
               END-PERFORM.

      *         LO MISMO EN EL ARCHIVO (SI EXISTE), PASANDO CADA
      *         REGISTRO POR EL AREA DEL HISTORICO
          Seg-SCAN-ARCHIVE.
               OPEN INPUT PAYROLL-ARCHIVE-FILE.
               IF WS-ARCH-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               MOVE LOW-VALUES  TO PHA-PERIOD-KEY.
               MOVE WS-IN-MONTH TO PHA-PK-PERIOD-END(1:6).
               START PAYROLL-ARCHIVE-FILE KEY IS >= PHA-PERIOD-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-ARCH-EOF
               END-START.
               PERFORM UNTIL WS-ARCH-EOF = "Y"
                  READ PAYROLL-ARCHIVE-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-ARCH-EOF
                     NOT AT END
                        MOVE PAYROLL-ARCHIVE-RECORD
                          TO PAYROLL-HISTORY-RECORD
                        IF PH-PK-PERIOD-END(1:6) NOT = WS-IN-MONTH
                           MOVE "Y" TO WS-ARCH-EOF
                        ELSE
                           PERFORM Seg-ONE-PAYMENT
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE PAYROLL-ARCHIVE-FILE.

      *         UN PAGO DEL MES: SIEMPRE CUENTA EN SU LOTE CONTABLE;
      *         SI ESTA ANULADO NO COTIZA (SU ANULACION YA DESHIZO
      *         EL ASIENTO) Y SOLO SE ANOTA EN EL EMPLEADO
          Seg-ONE-PAYMENT.
               ADD 1 TO WS-COUNT-RECORDS.
               MOVE ZERO TO WS-PAY-SS-EMP.
               IF PH-EMPLOYER-SS IS NUMERIC
                  MOVE PH-EMPLOYER-SS TO WS-PAY-SS-EMP
               END-IF.
               PERFORM Seg-FIND-BATCH.
               PERFORM Seg-FIND-EMPLOYEE.
               IF WS-SE-FOUND = "N"
                  EXIT PARAGRAPH
               END-IF.
               IF PH-REVERSED = "Y"
                  ADD 1 TO WS-COUNT-REVERSED
                  ADD 1 TO WS-SE-REVS(WS-SE-IX)
                  IF WS-BT-FOUND = "Y"
                     ADD 1 TO WS-BT-REVS(WS-BT-IX)
                     ADD PH-SS TO WS-BT-REV-SS(WS-BT-IX)
                     ADD WS-PAY-SS-EMP TO WS-BT-REV-SS-EMP(WS-BT-IX)
                  END-IF
                  EXIT PARAGRAPH
               END-IF.

               PERFORM Seg-COMPUTE-BASE.
      *         EL AJUSTE RETROACTIVO YA VA DENTRO DEL BRUTO DEL
      *         PAGO (Y POR TANTO DE SU BASE Y SUS CUOTAS); SE
      *         SEPARA CON SU SIGNO PARA EL INFORME
               MOVE ZERO TO WS-ADJ-SIGNED.
               IF PH-ADJ-AMOUNT IS NUMERIC
                  IF PH-ADJ-SIGN = "-"
                     COMPUTE WS-ADJ-SIGNED = ZERO - PH-ADJ-AMOUNT
                  ELSE
                     MOVE PH-ADJ-AMOUNT TO WS-ADJ-SIGNED
                  END-IF
               END-IF.

               ADD 1              TO WS-SE-PAYS(WS-SE-IX).
               ADD WS-PAY-BASE    TO WS-SE-BASE(WS-SE-IX).
               ADD WS-ADJ-SIGNED  TO WS-SE-ADJ(WS-SE-IX).
               ADD PH-SS          TO WS-SE-SS(WS-SE-IX).
               ADD WS-PAY-SS-EMP  TO WS-SE-SS-EMP(WS-SE-IX).
               IF WS-BT-FOUND = "Y"
                  ADD 1              TO WS-BT-PAYS(WS-BT-IX)
                  ADD PH-SS          TO WS-BT-SS(WS-BT-IX)
                  ADD WS-PAY-SS-EMP  TO WS-BT-SS-EMP(WS-BT-IX)
               END-IF.

      *         LOCALIZA (O CREA) LA ENTRADA DEL EMPLEADO
          Seg-FIND-EMPLOYEE.
               MOVE "N" TO WS-SE-FOUND.
               PERFORM VARYING WS-SE-IX FROM 1 BY 1
                       UNTIL WS-SE-IX > WS-SE-COUNT
                  IF WS-SE-EMP-ID(WS-SE-IX) = PH-EMP-ID
                     MOVE "Y" TO WS-SE-FOUND
                     EXIT PERFORM
                  END-IF
               END-PERFORM.
               IF WS-SE-FOUND = "Y"
                  EXIT PARAGRAPH
               END-IF.
               IF WS-SE-COUNT >= 2000
                  DISPLAY "ERROR: mas de 2000 empleados en el mes; "
                          "ampliar WS-EMP-TABLE; liquidacion no "
                          "generada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               ADD 1 TO WS-SE-COUNT.
               MOVE WS-SE-COUNT TO WS-SE-IX.
               MOVE PH-EMP-ID       TO WS-SE-EMP-ID(WS-SE-IX).
               MOVE PH-EMP-NAME     TO WS-SE-NAME(WS-SE-IX).
               MOVE PH-PK-PAY-GROUP TO WS-SE-GROUP(WS-SE-IX).
               MOVE ZERO TO WS-SE-PAYS(WS-SE-IX)
                            WS-SE-REVS(WS-SE-IX)
                            WS-SE-BASE(WS-SE-IX)
                            WS-SE-ADJ(WS-SE-IX)
                            WS-SE-SS(WS-SE-IX)
                            WS-SE-SS-EMP(WS-SE-IX).
               MOVE "Y" TO WS-SE-FOUND.

      *         LOCALIZA (O CREA) EL LOTE CONTABLE DEL PAGO
          Seg-FIND-BATCH.
               MOVE "N" TO WS-BT-FOUND.
               PERFORM VARYING WS-BT-IX FROM 1 BY 1
                       UNTIL WS-BT-IX > WS-BT-COUNT
                  IF WS-BT-PERIOD-END(WS-BT-IX) = PH-PERIOD-END AND
                     WS-BT-GROUP(WS-BT-IX) = PH-PK-PAY-GROUP AND
                     WS-BT-TYPE(WS-BT-IX) = PH-REC-TYPE
                     MOVE "Y" TO WS-BT-FOUND
                     EXIT PERFORM
                  END-IF
               END-PERFORM.
               IF WS-BT-FOUND = "Y"
                  EXIT PARAGRAPH
               END-IF.
               IF WS-BT-COUNT >= 100
                  DISPLAY "ERROR: mas de 100 lotes contables en el "
                          "mes; ampliar WS-BATCH-TABLE; liquidacion "
                          "no generada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               ADD 1 TO WS-BT-COUNT.
               MOVE WS-BT-COUNT TO WS-BT-IX.
               MOVE PH-PERIOD-END   TO WS-BT-PERIOD-END(WS-BT-IX).
               MOVE PH-PK-PAY-GROUP TO WS-BT-GROUP(WS-BT-IX).
               MOVE PH-REC-TYPE     TO WS-BT-TYPE(WS-BT-IX).
               MOVE ZERO TO WS-BT-PAYS(WS-BT-IX)
                            WS-BT-SS(WS-BT-IX)
                            WS-BT-SS-EMP(WS-BT-IX)
                            WS-BT-REVS(WS-BT-IX)
                            WS-BT-REV-SS(WS-BT-IX)
                            WS-BT-REV-SS-EMP(WS-BT-IX).
               MOVE "Y" TO WS-BT-FOUND.

      *         BASE DE COTIZACION DEL PAGO CON LA MISMA REGLA QUE EL
      *         RUN: EL BRUTO (CON SU AJUSTE) ENTRE LAS BASES MINIMA
      *         Y MAXIMA DE LA VERSION DE TASAS DEL PAGO; SIN BRUTO
      *         NO COTIZA Y LA PAGA EXTRA Y EL FINIQUITO SOLO TIENEN
      *         TOPE MAXIMO
          Seg-COMPUTE-BASE.
               MOVE PH-BRUTO TO WS-PAY-BASE.
               IF WS-PAY-BASE = ZERO
                  EXIT PARAGRAPH
               END-IF.
               PERFORM Seg-LOAD-RATES.
               IF WS-TAS-RESULT NOT = "Y"
                  ADD 1 TO WS-COUNT-NORATE
                  EXIT PARAGRAPH
               END-IF.
               MOVE WS-SR-SS-BASE-MIN TO WS-BASE-MIN.
               MOVE WS-SR-SS-BASE-MAX TO WS-BASE-MAX.
               IF PH-PERIOD-START IS NUMERIC AND
                  PH-PERIOD-END IS NUMERIC AND
                  PH-REC-TYPE NOT = "L"
                  COMPUTE WS-PERIOD-DAYS =
                          FUNCTION INTEGER-OF-DATE
                             (FUNCTION NUMVAL(PH-PERIOD-END))
                        - FUNCTION INTEGER-OF-DATE
                             (FUNCTION NUMVAL(PH-PERIOD-START))
                        + 1
                  IF WS-PERIOD-DAYS < 28
                     COMPUTE WS-BASE-MIN ROUNDED =
                             WS-SR-SS-BASE-MIN * WS-PERIOD-DAYS / 30
                     COMPUTE WS-BASE-MAX ROUNDED =
                             WS-SR-SS-BASE-MAX * WS-PERIOD-DAYS / 30
                  END-IF
               END-IF.
               IF WS-PAY-BASE < WS-BASE-MIN AND PH-REC-TYPE = "P"
                  MOVE WS-BASE-MIN TO WS-PAY-BASE
               END-IF.
               IF WS-BASE-MAX > ZERO AND WS-PAY-BASE > WS-BASE-MAX
                  MOVE WS-BASE-MAX TO WS-PAY-BASE
               END-IF.

      *         CARGA LAS TASAS DEL PAGO SI NO SON LAS YA CARGADAS
          Seg-LOAD-RATES.
               IF PH-RATE-VERSION IS NUMERIC AND
                  PH-RATE-VERSION > ZERO
                  MOVE "V" TO WS-TAS-FUNCTION
                  MOVE PH-RATE-VERSION TO WS-TAS-VERSION
                  MOVE SPACES TO WS-TAS-DATE
                  MOVE SPACES TO WS-RATES-REQ
                  STRING "V" WS-TAS-VERSION
                         DELIMITED BY SIZE
                         INTO WS-RATES-REQ
               ELSE
                  MOVE "F" TO WS-TAS-FUNCTION
                  MOVE ZERO TO WS-TAS-VERSION
                  MOVE PH-PERIOD-END TO WS-TAS-DATE
                  MOVE SPACES TO WS-RATES-REQ
                  STRING "F" WS-TAS-DATE
                         DELIMITED BY SIZE
                         INTO WS-RATES-REQ
               END-IF.
               IF WS-RATES-REQ = WS-RATES-KEY
                  EXIT PARAGRAPH
               END-IF.
               CALL "NOMINA-TASAS"
                  USING  WS-TAS-FUNCTION
                         WS-TAS-DATE
                         WS-TAS-VERSION
                         WS-RATE-RECORD
                         WS-TAS-RESULT.
               MOVE WS-RATES-REQ TO WS-RATES-KEY.

          Seg-WRITE-HEADER.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "LIQUIDACION MENSUAL DE SEGURIDAD SOCIAL - MES "
                      WS-IN-MONTH
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "FECHA: " WS-TODAY "   OPERADOR: "
                      WS-OPERATOR-ID
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "PAGOS CON FIN DE PERIODO DEL " WS-MONTH-START
                      " AL " WS-MONTH-END " (MENSUALES, SEMANALES, "
                      "PAGAS EXTRA Y FINIQUITOS)"
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE ALL "-" TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               MOVE "EMP   NOMBRE     G PAG"  TO SETTLEMENT-LINE.
               MOVE "BASE COTIZ."   TO SETTLEMENT-LINE(25:11).
               MOVE "ATRASOS"       TO SETTLEMENT-LINE(43:7).
               MOVE "SS TRABAJ."    TO SETTLEMENT-LINE(53:10).
               MOVE "SS EMPRESA"    TO SETTLEMENT-LINE(66:10).
               MOVE "TOTAL"         TO SETTLEMENT-LINE(84:5).
               MOVE "ANUL"          TO SETTLEMENT-LINE(91:4).
               WRITE SETTLEMENT-LINE.
               MOVE ALL "-" TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.

      *         UNA LINEA POR EMPLEADO EN EL INFORME Y, SI COTIZA,
      *         UN REGISTRO EN EL FICHERO DE PRESENTACION
          Seg-WRITE-EMPLOYEE.
               COMPUTE WS-EMP-TOTAL = WS-SE-SS(WS-SE-IX)
                                    + WS-SE-SS-EMP(WS-SE-IX).
               MOVE SPACES TO SETTLEMENT-LINE.
               MOVE WS-SE-EMP-ID(WS-SE-IX) TO SETTLEMENT-LINE(1:5).
               MOVE WS-SE-NAME(WS-SE-IX)   TO SETTLEMENT-LINE(7:10).
               MOVE WS-SE-GROUP(WS-SE-IX)  TO SETTLEMENT-LINE(18:1).
               MOVE WS-SE-PAYS(WS-SE-IX)   TO WS-ED-PAYS.
               MOVE WS-ED-PAYS             TO SETTLEMENT-LINE(20:3).
               MOVE WS-SE-BASE(WS-SE-IX)   TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT           TO SETTLEMENT-LINE(24:12).
               MOVE WS-SE-ADJ(WS-SE-IX)    TO WS-ED-SIGNED.
               MOVE WS-ED-SIGNED           TO SETTLEMENT-LINE(37:13).
               MOVE WS-SE-SS(WS-SE-IX)     TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT           TO SETTLEMENT-LINE(51:12).
               MOVE WS-SE-SS-EMP(WS-SE-IX) TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT           TO SETTLEMENT-LINE(64:12).
               MOVE WS-EMP-TOTAL           TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT           TO SETTLEMENT-LINE(77:12).
               IF WS-SE-REVS(WS-SE-IX) > ZERO
                  MOVE WS-SE-REVS(WS-SE-IX) TO WS-ED-PAYS
                  MOVE WS-ED-PAYS           TO SETTLEMENT-LINE(91:3)
               END-IF.
               WRITE SETTLEMENT-LINE.

               ADD WS-SE-BASE(WS-SE-IX)   TO WS-TOT-BASE.
               ADD WS-SE-ADJ(WS-SE-IX)    TO WS-TOT-ADJ.
               ADD WS-SE-SS(WS-SE-IX)     TO WS-TOT-SS.
               ADD WS-SE-SS-EMP(WS-SE-IX) TO WS-TOT-SS-EMP.
               ADD WS-EMP-TOTAL           TO WS-TOT-PAYABLE.

      *         UN EMPLEADO CON TODOS SUS PAGOS ANULADOS NO COTIZA
               IF WS-SE-PAYS(WS-SE-IX) = ZERO
                  EXIT PARAGRAPH
               END-IF.
               ADD 1 TO WS-COUNT-WORKERS.
               MOVE WS-SE-EMP-ID(WS-SE-IX) TO WS-SSD-EMP-ID.
               MOVE WS-SE-NAME(WS-SE-IX)   TO WS-SSD-NAME.
               MOVE WS-SE-GROUP(WS-SE-IX)  TO WS-SSD-GROUP.
               MOVE WS-SE-BASE(WS-SE-IX)   TO WS-SSD-BASE.
               IF WS-SE-ADJ(WS-SE-IX) < ZERO
                  MOVE "-" TO WS-SSD-ADJ-SIGN
                  COMPUTE WS-SSD-ADJ = ZERO - WS-SE-ADJ(WS-SE-IX)
               ELSE
                  MOVE "+" TO WS-SSD-ADJ-SIGN
                  MOVE WS-SE-ADJ(WS-SE-IX) TO WS-SSD-ADJ
               END-IF.
               MOVE WS-SE-SS(WS-SE-IX)     TO WS-SSD-SS.
               MOVE WS-SE-SS-EMP(WS-SE-IX) TO WS-SSD-SS-EMP.
               MOVE WS-EMP-TOTAL           TO WS-SSD-TOTAL.
               MOVE SPACES TO SETTLEMENT-FILE-LINE.
               MOVE WS-SS-DETAIL TO SETTLEMENT-FILE-LINE.
               WRITE SETTLEMENT-FILE-LINE.

          Seg-WRITE-TOTALS.
               MOVE ALL "-" TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               MOVE "TOTAL EMPRESA" TO SETTLEMENT-LINE.
               MOVE WS-TOT-BASE    TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT   TO SETTLEMENT-LINE(24:12).
               MOVE WS-TOT-ADJ     TO WS-ED-SIGNED.
               MOVE WS-ED-SIGNED   TO SETTLEMENT-LINE(37:13).
               MOVE WS-TOT-SS      TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT   TO SETTLEMENT-LINE(51:12).
               MOVE WS-TOT-SS-EMP  TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT   TO SETTLEMENT-LINE(64:12).
               MOVE WS-TOT-PAYABLE TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT   TO SETTLEMENT-LINE(77:12).
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "  TRABAJADORES QUE COTIZAN:         "
                      WS-COUNT-WORKERS
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE WS-TOT-BASE TO WS-ED-BIG.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "  BASE DE COTIZACION DEL MES:       " WS-ED-BIG
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE WS-TOT-ADJ TO WS-ED-BIG-SGN.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "    DE ELLA ATRASOS (NETO):        "
                      WS-ED-BIG-SGN
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE WS-TOT-SS TO WS-ED-BIG.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "  CUOTA OBRERA (SS TRABAJADOR):     " WS-ED-BIG
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE WS-TOT-SS-EMP TO WS-ED-BIG.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "  CUOTA PATRONAL (SS EMPRESA):      " WS-ED-BIG
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE WS-TOT-PAYABLE TO WS-ED-BIG.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "  TOTAL A INGRESAR:                 " WS-ED-BIG
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               STRING "  PAGOS LEIDOS: " WS-COUNT-RECORDS
                      "   ANULADOS (NO COTIZAN): " WS-COUNT-REVERSED
                      "   SIN TASAS (BASE SIN TOPES): "
                      WS-COUNT-NORATE
                      INTO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.

      *         CUADRE CON CONTABILIDAD POR LOTE: LA CUOTA PATRONAL
      *         DEL LOTE ES EL HABER DE "SS EMPRESA A PAGAR" DE SU
      *         EXTRACTO Y LA OBRERA VA DENTRO DE "RETENCIONES A
      *         PAGAR"; LO ANULADO ES LO QUE DEVOLVIO LA ANULACION.
      *         EL NETO DE TODOS LOS LOTES ES EL TOTAL DE EMPRESA
          Seg-WRITE-GL-TIE.
               MOVE SPACES TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE "CUADRE CON CONTABILIDAD POR LOTE (FIN DE PERIODO, "
                 TO SETTLEMENT-LINE.
               MOVE "GRUPO Y TIPO DE RUN)" TO SETTLEMENT-LINE(51:).
               WRITE SETTLEMENT-LINE.
               MOVE ALL "-" TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               MOVE "FIN PER. G T PAGOS" TO SETTLEMENT-LINE.
               MOVE "SS TRAB."      TO SETTLEMENT-LINE(23:8).
               MOVE "SS EMPR."      TO SETTLEMENT-LINE(36:8).
               MOVE "ANUL"          TO SETTLEMENT-LINE(46:4).
               MOVE "ANUL.TRAB."    TO SETTLEMENT-LINE(53:10).
               MOVE "ANUL.EMPR."    TO SETTLEMENT-LINE(66:10).
               MOVE "NETO EMPR."    TO SETTLEMENT-LINE(79:10).
               WRITE SETTLEMENT-LINE.
               PERFORM VARYING WS-BT-IX FROM 1 BY 1
                       UNTIL WS-BT-IX > WS-BT-COUNT
                  MOVE SPACES TO SETTLEMENT-LINE
                  MOVE WS-BT-PERIOD-END(WS-BT-IX)
                    TO SETTLEMENT-LINE(1:8)
                  MOVE WS-BT-GROUP(WS-BT-IX) TO SETTLEMENT-LINE(10:1)
                  MOVE WS-BT-TYPE(WS-BT-IX)  TO SETTLEMENT-LINE(12:1)
      *         EL EXTRACTO DEL RUN RECOGIO TODOS LOS PAGOS DEL LOTE,
      *         TAMBIEN LOS QUE DESPUES SE ANULARON
                  COMPUTE WS-ED-COUNT = WS-BT-PAYS(WS-BT-IX)
                                      + WS-BT-REVS(WS-BT-IX)
                  MOVE WS-ED-COUNT TO SETTLEMENT-LINE(14:4)
                  COMPUTE WS-ED-AMOUNT = WS-BT-SS(WS-BT-IX)
                                       + WS-BT-REV-SS(WS-BT-IX)
                  MOVE WS-ED-AMOUNT TO SETTLEMENT-LINE(19:12)
                  COMPUTE WS-ED-AMOUNT = WS-BT-SS-EMP(WS-BT-IX)
                                       + WS-BT-REV-SS-EMP(WS-BT-IX)
                  MOVE WS-ED-AMOUNT TO SETTLEMENT-LINE(32:12)
                  MOVE WS-BT-REVS(WS-BT-IX) TO WS-ED-COUNT
                  MOVE WS-ED-COUNT TO SETTLEMENT-LINE(46:4)
                  MOVE WS-BT-REV-SS(WS-BT-IX) TO WS-ED-AMOUNT
                  MOVE WS-ED-AMOUNT TO SETTLEMENT-LINE(51:12)
                  MOVE WS-BT-REV-SS-EMP(WS-BT-IX) TO WS-ED-AMOUNT
                  MOVE WS-ED-AMOUNT TO SETTLEMENT-LINE(64:12)
                  MOVE WS-BT-SS-EMP(WS-BT-IX) TO WS-ED-AMOUNT
                  MOVE WS-ED-AMOUNT TO SETTLEMENT-LINE(77:12)
                  WRITE SETTLEMENT-LINE
                  ADD WS-BT-REV-SS(WS-BT-IX)     TO WS-TOT-REV-SS
                  ADD WS-BT-REV-SS-EMP(WS-BT-IX) TO WS-TOT-REV-SS-EMP
               END-PERFORM.
               MOVE ALL "-" TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               MOVE "TOTAL LOTES" TO SETTLEMENT-LINE.
               COMPUTE WS-ED-AMOUNT = WS-TOT-SS + WS-TOT-REV-SS.
               MOVE WS-ED-AMOUNT TO SETTLEMENT-LINE(19:12).
               COMPUTE WS-ED-AMOUNT = WS-TOT-SS-EMP + WS-TOT-REV-SS-EMP.
               MOVE WS-ED-AMOUNT TO SETTLEMENT-LINE(32:12).
               MOVE WS-TOT-REV-SS TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT TO SETTLEMENT-LINE(51:12).
               MOVE WS-TOT-REV-SS-EMP TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT TO SETTLEMENT-LINE(64:12).
               MOVE WS-TOT-SS-EMP TO WS-ED-AMOUNT.
               MOVE WS-ED-AMOUNT TO SETTLEMENT-LINE(77:12).
               WRITE SETTLEMENT-LINE.
               MOVE SPACES TO SETTLEMENT-LINE.
               WRITE SETTLEMENT-LINE.
               MOVE "SS EMPR. = HABER 'SS EMPRESA A PAGAR' DEL "
                 TO SETTLEMENT-LINE.
               MOVE "EXTRACTO DEL LOTE (GLEXTRACT/GLINTF)"
                 TO SETTLEMENT-LINE(43:).
               WRITE SETTLEMENT-LINE.
               MOVE "ANUL.EMPR. = DEBE DE LA MISMA CUENTA EN SU "
                 TO SETTLEMENT-LINE.
               MOVE "ANULACION (GLREVERSE)" TO SETTLEMENT-LINE(44:).
               WRITE SETTLEMENT-LINE.
               MOVE "SS TRAB. VA INCLUIDA EN EL HABER 'RETENCIONES A "
                 TO SETTLEMENT-LINE.
               MOVE "PAGAR' JUNTO CON IRPF Y SEGURO MEDICO"
                 TO SETTLEMENT-LINE(49:).
               WRITE SETTLEMENT-LINE.

          Seg-WRITE-FILE-HEADER.
               MOVE WS-IN-MONTH    TO WS-SSH-MONTH.
               MOVE WS-MONTH-START TO WS-SSH-FROM.
               MOVE WS-MONTH-END   TO WS-SSH-TO.
               MOVE WS-TODAY       TO WS-SSH-DATE.
               MOVE SPACES TO SETTLEMENT-FILE-LINE.
               MOVE WS-SS-HEADER TO SETTLEMENT-FILE-LINE.
               WRITE SETTLEMENT-FILE-LINE.

          Seg-WRITE-FILE-TRAILER.
               MOVE WS-COUNT-WORKERS TO WS-SST-COUNT.
               MOVE WS-TOT-BASE      TO WS-SST-BASE.
               MOVE WS-TOT-SS        TO WS-SST-SS.
               MOVE WS-TOT-SS-EMP    TO WS-SST-SS-EMP.
               MOVE WS-TOT-PAYABLE   TO WS-SST-TOTAL.
               MOVE SPACES TO SETTLEMENT-FILE-LINE.
               MOVE WS-SS-TRAILER TO SETTLEMENT-FILE-LINE.
               WRITE SETTLEMENT-FILE-LINE.

      *         DEJA CONSTANCIA EN AUDITORIA DE QUIEN PREPARO LA
      *         LIQUIDACION, DE QUE MES Y POR QUE IMPORTE
          Seg-LOG-SETTLEMENT.
               OPEN EXTEND AUDIT-LOG-FILE.
               IF WS-AUDIT-STATUS = "35"
                  OPEN OUTPUT AUDIT-LOG-FILE
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE WS-TOT-PAYABLE TO WS-ED-BIG.
               MOVE SPACES TO AUDIT-LINE.
               STRING "OPERADOR=" WS-OPERATOR-ID
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " LIQUIDACION SS MES=" WS-IN-MONTH
                      " TRAB=" WS-COUNT-WORKERS
                      " TOTAL=" WS-ED-BIG
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.
               CLOSE AUDIT-LOG-FILE.

          END PROGRAM NOMINA-SEGSOCIAL.
