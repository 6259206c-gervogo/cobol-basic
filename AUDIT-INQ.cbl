          IDENTIFICATION DIVISION.
          PROGRAM-ID. AUDIT-INQ.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      15/10/2026                     *
      *      Purpose:   Consulta del fichero de        *
      *                 auditoria (AUDIT.LOG): filtra  *
      *                 por operador, programa,        *
      *                 accion, empleado y rango de    *
      *                 fechas, y saca los informes    *
      *                 fijos para la auditoria        *
      *                 externa (cambios de maestros   *
      *                 en un periodo; forzados y      *
      *                 excepciones de control)        *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

              SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDITINQ.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

          DATA DIVISION.
          FILE SECTION.
      *         EL REGISTRO MAS LARGO QUE SE GRABA EN AUDITORIA ES
      *         EL DE LOS MANTENIMIENTOS DE MAESTROS (160)
          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(160).

          FD  AUDIT-REPORT-FILE.
          01  AUDIT-REPORT-LINE PIC X(100).

          WORKING-STORAGE SECTION.

          01 WS-AUDIT-STATUS PIC X(2).
          01 WS-RPT-STATUS   PIC X(2).
          01 WS-AUDIT-EOF    PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN, CON CAPACIDAD "I" DE CONSULTA
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "I".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "N".
          01 WS-SGN-RESULT  PIC X(1).

      *         TIPO DE CONSULTA: 1 = CON FILTROS, 2 = CAMBIOS DE
      *         MAESTROS EN UN PERIODO, 3 = FORZADOS Y EXCEPCIONES
      *         DE CONTROL EN UN PERIODO
          01 WS-MODE        PIC X(1).

      *         CRITERIOS (ESPACIOS / CERO = SIN FILTRO). LA ACCION
      *         ES UN TEXTO QUE DEBE APARECER EN EL APUNTE (ALTA,
      *         BAJA, FORZADO...) O EL NOMBRE DE UNA CATEGORIA
          01 WS-ASK-OPERATOR PIC X(10).
          01 WS-ASK-PROGRAM  PIC X(24).
          01 WS-ASK-ACTION   PIC X(20).
          01 WS-ASK-EMP-ID   PIC 9(5).
          01 WS-ASK-FROM     PIC X(8).
          01 WS-ASK-TO       PIC X(8).
          01 WS-ACT-LEN      PIC 9(2).

      *         APUNTE DESCOMPUESTO: FECHA/HORA, OPERADOR (EN LA
      *         LIBERACION, EL QUE APRUEBA; EL QUE CALCULO QUEDA EN
      *         WS-E-OPERATOR2), TEXTO DEL SUCESO, EMPLEADO SI LO
      *         LLEVA, Y PROGRAMA Y CATEGORIA DEDUCIDOS DEL TEXTO
          01 WS-ENTRY.
             05 WS-E-TS        PIC X(14).
             05 WS-E-OPERATOR  PIC X(10).
             05 WS-E-OPERATOR2 PIC X(10).
             05 WS-E-EMP-ID    PIC X(5).
             05 WS-E-PROGRAM   PIC X(24).
             05 WS-E-CATEGORY  PIC X(10).
             05 WS-E-TEXT      PIC X(160).
          01 WS-TS-POS      PIC 9(3).
          01 WS-EMP-POS     PIC 9(3).
          01 WS-TEXT-POS    PIC 9(3).
          01 WS-HITS        PIC 9(3).
          01 WS-MATCH       PIC X.

      *         TABLA DE SUCESOS: COMIENZO DEL TEXTO QUE GRABA CADA
      *         PROGRAMA EN AUDITORIA (Y LONGITUD A COMPARAR),
      *         PROGRAMA QUE LO GRABA Y CATEGORIA. EL ORDEN IMPORTA:
      *         LOS PREFIJOS MAS LARGOS VAN ANTES QUE LOS CORTOS
          01 WS-EVENT-TABLE.
             05 FILLER PIC X(22) VALUE "MAESTRO             08".
             05 FILLER PIC X(34) VALUE
                "EMPMAST-MAINT           MAESTRO   ".
             05 FILLER PIC X(22) VALUE "TASAS               06".
             05 FILLER PIC X(34) VALUE
                "STATRATE-MAINT          MAESTRO   ".
             05 FILLER PIC X(22) VALUE "PERCEPTOR           10".
             05 FILLER PIC X(34) VALUE
                "PAYEE-MAINT             MAESTRO   ".
             05 FILLER PIC X(22) VALUE "DEDUCCION PERCEPTOR 19".
             05 FILLER PIC X(34) VALUE
                "PAYEE-MAINT             MAESTRO   ".
             05 FILLER PIC X(22) VALUE "CERROJO DE          10".
             05 FILLER PIC X(34) VALUE
                "NOMINA-LOCK             FORZADO   ".
             05 FILLER PIC X(22) VALUE "RUN PENDIENTE DESCAR20".
             05 FILLER PIC X(34) VALUE
                "SISTEMA-GESTION-NOMINAS FORZADO   ".
             05 FILLER PIC X(22) VALUE "AUTOAPROBACION      14".
             05 FILLER PIC X(34) VALUE
                "NOMINA-RELEASE          DENEGADO  ".
             05 FILLER PIC X(22) VALUE "CUENTA BLOQUEADA    16".
             05 FILLER PIC X(34) VALUE
                "OPERATOR-SIGNON         DENEGADO  ".
             05 FILLER PIC X(22) VALUE "FUNCION             08".
             05 FILLER PIC X(34) VALUE
                "OPERATOR-SIGNON         DENEGADO  ".
             05 FILLER PIC X(22) VALUE "RUN LIBERADO        12".
             05 FILLER PIC X(34) VALUE
                "NOMINA-RELEASE          LIBERACION".
             05 FILLER PIC X(22) VALUE "RUN ANULADO         11".
             05 FILLER PIC X(34) VALUE
                "NOMINA-REVERSAL         ANULACION ".
             05 FILLER PIC X(22) VALUE "ANULADO EMP         11".
             05 FILLER PIC X(34) VALUE
                "NOMINA-REVERSAL         ANULACION ".
             05 FILLER PIC X(22) VALUE "RUN                 04".
             05 FILLER PIC X(34) VALUE
                "SISTEMA-GESTION-NOMINAS CALCULO   ".
             05 FILLER PIC X(22) VALUE "PAGA EXTRA          10".
             05 FILLER PIC X(34) VALUE
                "NOMINA-EXTRA            CALCULO   ".
             05 FILLER PIC X(22) VALUE "FINIQUITO           09".
             05 FILLER PIC X(34) VALUE
                "NOMINA-FINIQUITO        CALCULO   ".
             05 FILLER PIC X(22) VALUE "EJERCICIO           10".
             05 FILLER PIC X(34) VALUE
                "NOMINA-CIERRE           CIERRE    ".
             05 FILLER PIC X(22) VALUE "DUPLICADO           10".
             05 FILLER PIC X(34) VALUE
                "NOMINA-DUPLICADO        REEMISION ".
             05 FILLER PIC X(22) VALUE "RECONSTRUCCION      14".
             05 FILLER PIC X(34) VALUE
                "NOMINA-REGEN            REEMISION ".
             05 FILLER PIC X(22) VALUE "REMESA              07".
             05 FILLER PIC X(34) VALUE
                "NOMINA-REMESAS          REMESA    ".
             05 FILLER PIC X(22) VALUE "RECHAZO EMP         11".
             05 FILLER PIC X(34) VALUE
                "TIMECARD-CORR           CORRECCION".
             05 FILLER PIC X(22) VALUE "DEVOLUCION BANCARIA 20".
             05 FILLER PIC X(34) VALUE
                "BANKRET-PROC            DEVOLUCION".
             05 FILLER PIC X(22) VALUE "PROVISION VACACIONES20".
             05 FILLER PIC X(34) VALUE
                "NOMINA-VACACIONES       CIERRE    ".
             05 FILLER PIC X(22) VALUE "PERIODIFICACION SEMA20".
             05 FILLER PIC X(34) VALUE
                "NOMINA-DEVENGO          CIERRE    ".
             05 FILLER PIC X(22) VALUE "PRESUPUESTO         12".
             05 FILLER PIC X(34) VALUE
                "DEPTBUDG-MAINT          MAESTRO   ".
             05 FILLER PIC X(22) VALUE "CADENA DE NOMINA    16".
             05 FILLER PIC X(34) VALUE
                "NOMINA-CADENA           CALCULO   ".
             05 FILLER PIC X(22) VALUE "LIQUIDACION SS      14".
             05 FILLER PIC X(34) VALUE
                "NOMINA-SEGSOCIAL        REMESA    ".
          01 WS-EVENT-RED REDEFINES WS-EVENT-TABLE.
             05 WS-EVENT-ENTRY OCCURS 26 TIMES.
                10 WS-EV-PREFIX   PIC X(20).
                10 WS-EV-LEN      PIC 9(2).
                10 WS-EV-PROGRAM  PIC X(24).
                10 WS-EV-CATEGORY PIC X(10).
          01 WS-EV-COUNT    PIC 9(2) VALUE 26.
          01 WS-EV-IX       PIC 9(2).

      *         RECUENTO DE APUNTES SELECCIONADOS POR CATEGORIA (LA
      *         ULTIMA ENTRADA RECOGE LOS APUNTES NO RECONOCIDOS)
          01 WS-CAT-TABLE.
             05 FILLER PIC X(10) VALUE "MAESTRO".
             05 FILLER PIC X(10) VALUE "FORZADO".
             05 FILLER PIC X(10) VALUE "DENEGADO".
             05 FILLER PIC X(10) VALUE "LIBERACION".
             05 FILLER PIC X(10) VALUE "ANULACION".
             05 FILLER PIC X(10) VALUE "CALCULO".
             05 FILLER PIC X(10) VALUE "CIERRE".
             05 FILLER PIC X(10) VALUE "REEMISION".
             05 FILLER PIC X(10) VALUE "REMESA".
             05 FILLER PIC X(10) VALUE "CORRECCION".
             05 FILLER PIC X(10) VALUE "DEVOLUCION".
             05 FILLER PIC X(10) VALUE "OTROS".
          01 WS-CAT-RED REDEFINES WS-CAT-TABLE.
             05 WS-CAT-NAME  OCCURS 12 TIMES PIC X(10).
          01 WS-CAT-COUNTS.
             05 WS-CAT-COUNT OCCURS 12 TIMES PIC 9(5).
          01 WS-CAT-IX      PIC 9(2).

          01 WS-COUNT-READ     PIC 9(7) VALUE ZERO.
          01 WS-COUNT-SELECTED PIC 9(7) VALUE ZERO.
          01 WS-TITLE          PIC X(60).
          01 WS-ED-DATETIME    PIC X(19).
          01 WS-TODAY          PIC X(8).

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "CONSULTA DEL FICHERO DE AUDITORIA".

               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; consulta cancelada."
                  STOP RUN
               END-IF.

               PERFORM Aud-ASK-CRITERIA.

               OPEN INPUT AUDIT-LOG-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir AUDIT.LOG "
                          "(status " WS-AUDIT-STATUS ")"
                  STOP RUN
               END-IF.
               OPEN OUTPUT AUDIT-REPORT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear AUDITINQ.RPT "
                          "(status " WS-RPT-STATUS ")"
                  STOP RUN
               END-IF.

               PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX > 12
                  MOVE ZERO TO WS-CAT-COUNT(WS-CAT-IX)
               END-PERFORM.

               PERFORM Aud-WRITE-HEADER.
               PERFORM Aud-SCAN-LOG.
               PERFORM Aud-WRITE-SUMMARY.

               CLOSE AUDIT-LOG-FILE.
               CLOSE AUDIT-REPORT-FILE.

               DISPLAY WS-COUNT-SELECTED " apunte(s) seleccionados de "
                       WS-COUNT-READ " leidos; informe en "
                       "AUDITINQ.RPT".
               STOP RUN.

      *         PIDE EL TIPO DE CONSULTA Y SUS CRITERIOS. LOS
      *         INFORMES FIJOS SOLO PIDEN EL RANGO DE FECHAS
          Aud-ASK-CRITERIA.
               MOVE SPACES TO WS-ASK-OPERATOR WS-ASK-PROGRAM
                              WS-ASK-ACTION.
               MOVE ZERO TO WS-ASK-EMP-ID.
               DISPLAY "1 = Consulta con filtros".
               DISPLAY "2 = Cambios de maestros en un periodo".
               DISPLAY "3 = Forzados y excepciones de control".
               DISPLAY "Opcion: ".
               ACCEPT WS-MODE.
               EVALUATE WS-MODE
                  WHEN "1"
                     MOVE "CONSULTA DEL FICHERO DE AUDITORIA"
                       TO WS-TITLE
                     DISPLAY "Operador (espacios = todos): "
                     ACCEPT WS-ASK-OPERATOR
                     DISPLAY "Programa (espacios = todos): "
                     ACCEPT WS-ASK-PROGRAM
                     DISPLAY "Accion o categoria (espacios = "
                             "todas): "
                     ACCEPT WS-ASK-ACTION
                     DISPLAY "ID de empleado (0 = todos): "
                     ACCEPT WS-ASK-EMP-ID
                  WHEN "2"
                     MOVE "CAMBIOS DE MAESTROS (AUDITORIA EXTERNA)"
                       TO WS-TITLE
                  WHEN "3"
                     MOVE "FORZADOS Y EXCEPCIONES DE CONTROL"
                       TO WS-TITLE
                  WHEN OTHER
                     DISPLAY "Opcion no valida; consulta cancelada."
                     STOP RUN
               END-EVALUATE.
               DISPLAY "Desde fecha AAAAMMDD (espacios = inicio): ".
               ACCEPT WS-ASK-FROM.
               IF WS-ASK-FROM = SPACES
                  MOVE "00000000" TO WS-ASK-FROM
               END-IF.
               DISPLAY "Hasta fecha AAAAMMDD (espacios = hoy): ".
               ACCEPT WS-ASK-TO.
               IF WS-ASK-TO = SPACES
                  MOVE "99999999" TO WS-ASK-TO
               END-IF.
               IF WS-ASK-TO < WS-ASK-FROM
                  DISPLAY "ERROR: la fecha hasta es anterior a la "
                          "fecha desde; consulta cancelada."
                  STOP RUN
               END-IF.

      *         LONGITUD UTIL DEL TEXTO DE ACCION PEDIDO
               MOVE 20 TO WS-ACT-LEN.
               PERFORM UNTIL WS-ACT-LEN = ZERO
                          OR WS-ASK-ACTION(WS-ACT-LEN:1) NOT = SPACE
                  SUBTRACT 1 FROM WS-ACT-LEN
               END-PERFORM.

          Aud-WRITE-HEADER.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
               MOVE WS-TITLE TO AUDIT-REPORT-LINE.
               WRITE AUDIT-REPORT-LINE.
               MOVE SPACES TO AUDIT-REPORT-LINE.
               STRING "FECHA: " WS-TODAY "   OPERADOR: "
                      WS-OPERATOR-ID
                      "   DESDE: " WS-ASK-FROM
                      "   HASTA: " WS-ASK-TO
                      INTO AUDIT-REPORT-LINE.
               WRITE AUDIT-REPORT-LINE.
               IF WS-MODE = "1"
                  MOVE SPACES TO AUDIT-REPORT-LINE
                  STRING "FILTROS: OPERADOR=" WS-ASK-OPERATOR
                         " PROGRAMA=" WS-ASK-PROGRAM
                         " ACCION=" WS-ASK-ACTION
                         " EMP=" WS-ASK-EMP-ID
                         INTO AUDIT-REPORT-LINE
                  WRITE AUDIT-REPORT-LINE
               END-IF.
               MOVE ALL "-" TO AUDIT-REPORT-LINE.
               WRITE AUDIT-REPORT-LINE.
               MOVE "FECHA/HORA          OPERADOR   PROGRAMA"
                 TO AUDIT-REPORT-LINE.
               MOVE "CATEGORIA  EMP" TO AUDIT-REPORT-LINE(57:).
               WRITE AUDIT-REPORT-LINE.
               MOVE "   SUCESO" TO AUDIT-REPORT-LINE.
               WRITE AUDIT-REPORT-LINE.
               MOVE ALL "-" TO AUDIT-REPORT-LINE.
               WRITE AUDIT-REPORT-LINE.

      *         RECORRE EL FICHERO DE AUDITORIA COMPLETO (ESTA EN
      *         ORDEN CRONOLOGICO DE GRABACION)
          Aud-SCAN-LOG.
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                  READ AUDIT-LOG-FILE
                     AT END
                        MOVE "Y" TO WS-AUDIT-EOF
                     NOT AT END
                        ADD 1 TO WS-COUNT-READ
                        PERFORM Aud-PARSE-ENTRY
                        PERFORM Aud-CHECK-MATCH
                        IF WS-MATCH = "Y"
                           ADD 1 TO WS-COUNT-SELECTED
                           PERFORM Aud-PRINT-ENTRY
                           PERFORM Aud-COUNT-CATEGORY
                        END-IF
                  END-READ
               END-PERFORM.

      *         DESCOMPONE EL APUNTE. TODOS LOS PROGRAMAS GRABAN
      *         " TS=" SEGUIDO DE LA FECHA/HORA (AAAAMMDDHHMMSS);
      *         DELANTE VA "OPERADOR=" (O "CALCULO=... APROBO=" EN
      *         LA LIBERACION) Y DETRAS EL SUCESO. LAS DEVOLUCIONES
      *         BANCARIAS, SIN OPERADOR, LLEVAN EL SUCESO DELANTE
          Aud-PARSE-ENTRY.
               MOVE SPACES TO WS-ENTRY.
               MOVE ZERO TO WS-TS-POS.
               INSPECT AUDIT-LINE TALLYING WS-TS-POS
                       FOR CHARACTERS BEFORE INITIAL " TS=".
               IF WS-TS-POS > 142
                  MOVE AUDIT-LINE TO WS-E-TEXT
                  MOVE "DESCONOCIDO" TO WS-E-PROGRAM
                  MOVE "OTROS" TO WS-E-CATEGORY
                  EXIT PARAGRAPH
               END-IF.
               MOVE AUDIT-LINE(WS-TS-POS + 5:14) TO WS-E-TS.
               COMPUTE WS-TEXT-POS = WS-TS-POS + 20.
               EVALUATE TRUE
                  WHEN AUDIT-LINE(1:9) = "OPERADOR="
                     MOVE AUDIT-LINE(10:10) TO WS-E-OPERATOR
                     MOVE AUDIT-LINE(WS-TEXT-POS:) TO WS-E-TEXT
                  WHEN AUDIT-LINE(1:8) = "CALCULO="
                     MOVE AUDIT-LINE(27:10) TO WS-E-OPERATOR
                     MOVE AUDIT-LINE(9:10)  TO WS-E-OPERATOR2
                     MOVE AUDIT-LINE(WS-TEXT-POS:) TO WS-E-TEXT
                  WHEN OTHER
                     MOVE AUDIT-LINE(1:WS-TS-POS) TO WS-E-TEXT
               END-EVALUATE.

               MOVE "DESCONOCIDO" TO WS-E-PROGRAM.
               MOVE "OTROS" TO WS-E-CATEGORY.
               PERFORM VARYING WS-EV-IX FROM 1 BY 1
                       UNTIL WS-EV-IX > WS-EV-COUNT
                  IF WS-E-TEXT(1:WS-EV-LEN(WS-EV-IX)) =
                     WS-EV-PREFIX(WS-EV-IX)(1:WS-EV-LEN(WS-EV-IX))
                     MOVE WS-EV-PROGRAM(WS-EV-IX)  TO WS-E-PROGRAM
                     MOVE WS-EV-CATEGORY(WS-EV-IX) TO WS-E-CATEGORY
                     EXIT PERFORM
                  END-IF
               END-PERFORM.

      *         EMPLEADO AFECTADO, SI EL SUCESO LLEVA "EMP="
               MOVE ZERO TO WS-EMP-POS.
               INSPECT WS-E-TEXT TALLYING WS-EMP-POS
                       FOR CHARACTERS BEFORE INITIAL "EMP=".
               IF WS-EMP-POS < 150
                  IF WS-E-TEXT(WS-EMP-POS + 5:5) IS NUMERIC
                     MOVE WS-E-TEXT(WS-EMP-POS + 5:5) TO WS-E-EMP-ID
                  END-IF
               END-IF.

          Aud-CHECK-MATCH.
               MOVE "Y" TO WS-MATCH.
      *         RANGO DE FECHAS (LOS APUNTES SIN FECHA SOLO SALEN EN
      *         LA CONSULTA SIN RANGO)
               IF WS-E-TS = SPACES
                  IF WS-ASK-FROM NOT = "00000000" OR
                     WS-ASK-TO NOT = "99999999"
                     MOVE "N" TO WS-MATCH
                     EXIT PARAGRAPH
                  END-IF
               ELSE
                  IF WS-E-TS(1:8) < WS-ASK-FROM OR
                     WS-E-TS(1:8) > WS-ASK-TO
                     MOVE "N" TO WS-MATCH
                     EXIT PARAGRAPH
                  END-IF
               END-IF.

               EVALUATE WS-MODE
                  WHEN "2"
                     IF WS-E-CATEGORY NOT = "MAESTRO"
                        MOVE "N" TO WS-MATCH
                     END-IF
                     EXIT PARAGRAPH
                  WHEN "3"
                     IF WS-E-CATEGORY NOT = "FORZADO" AND
                        WS-E-CATEGORY NOT = "DENEGADO"
                        MOVE "N" TO WS-MATCH
                     END-IF
                     EXIT PARAGRAPH
               END-EVALUATE.

      *         EN LA LIBERACION CUENTAN LOS DOS OPERADORES
               IF WS-ASK-OPERATOR NOT = SPACES AND
                  WS-E-OPERATOR NOT = WS-ASK-OPERATOR AND
                  WS-E-OPERATOR2 NOT = WS-ASK-OPERATOR
                  MOVE "N" TO WS-MATCH
                  EXIT PARAGRAPH
               END-IF.
               IF WS-ASK-PROGRAM NOT = SPACES AND
                  WS-E-PROGRAM NOT = WS-ASK-PROGRAM
                  MOVE "N" TO WS-MATCH
                  EXIT PARAGRAPH
               END-IF.
               IF WS-ASK-EMP-ID NOT = ZERO
                  IF WS-E-EMP-ID IS NOT NUMERIC
                     MOVE "N" TO WS-MATCH
                     EXIT PARAGRAPH
                  END-IF
                  IF WS-E-EMP-ID NOT = WS-ASK-EMP-ID
                     MOVE "N" TO WS-MATCH
                     EXIT PARAGRAPH
                  END-IF
               END-IF.
               IF WS-ACT-LEN > ZERO AND
                  WS-E-CATEGORY NOT = WS-ASK-ACTION
                  MOVE ZERO TO WS-HITS
                  INSPECT WS-E-TEXT TALLYING WS-HITS
                          FOR ALL WS-ASK-ACTION(1:WS-ACT-LEN)
                  IF WS-HITS = ZERO
                     MOVE "N" TO WS-MATCH
                  END-IF
               END-IF.

      *         UNA LINEA DE CABECERA DEL APUNTE Y EL TEXTO DEL
      *         SUCESO DEBAJO (EN DOS LINEAS SI NO CABE)
          Aud-PRINT-ENTRY.
               MOVE SPACES TO WS-ED-DATETIME.
               IF WS-E-TS NOT = SPACES
                  STRING WS-E-TS(1:4) "-" WS-E-TS(5:2) "-"
                         WS-E-TS(7:2) " " WS-E-TS(9:2) ":"
                         WS-E-TS(11:2) ":" WS-E-TS(13:2)
                         INTO WS-ED-DATETIME
               END-IF.
               MOVE SPACES TO AUDIT-REPORT-LINE.
               MOVE WS-ED-DATETIME TO AUDIT-REPORT-LINE(1:19).
               IF WS-E-OPERATOR = SPACES
                  MOVE "(SISTEMA)" TO AUDIT-REPORT-LINE(21:10)
               ELSE
                  MOVE WS-E-OPERATOR TO AUDIT-REPORT-LINE(21:10)
               END-IF.
               MOVE WS-E-PROGRAM  TO AUDIT-REPORT-LINE(32:24).
               MOVE WS-E-CATEGORY TO AUDIT-REPORT-LINE(57:10).
               MOVE WS-E-EMP-ID   TO AUDIT-REPORT-LINE(68:5).
               WRITE AUDIT-REPORT-LINE.
               MOVE SPACES TO AUDIT-REPORT-LINE.
               IF WS-E-OPERATOR2 NOT = SPACES
                  STRING "   CALCULO=" WS-E-OPERATOR2 " "
                         WS-E-TEXT(1:75)
                         INTO AUDIT-REPORT-LINE
               ELSE
                  MOVE WS-E-TEXT(1:97) TO AUDIT-REPORT-LINE(4:97)
               END-IF.
               WRITE AUDIT-REPORT-LINE.
               IF WS-E-OPERATOR2 = SPACES AND
                  WS-E-TEXT(98:) NOT = SPACES
                  MOVE SPACES TO AUDIT-REPORT-LINE
                  MOVE WS-E-TEXT(98:) TO AUDIT-REPORT-LINE(6:)
                  WRITE AUDIT-REPORT-LINE
               END-IF.

          Aud-COUNT-CATEGORY.
               PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX >= 12
                          OR WS-CAT-NAME(WS-CAT-IX) = WS-E-CATEGORY
                  CONTINUE
               END-PERFORM.
               ADD 1 TO WS-CAT-COUNT(WS-CAT-IX).

          Aud-WRITE-SUMMARY.
               MOVE ALL "-" TO AUDIT-REPORT-LINE.
               WRITE AUDIT-REPORT-LINE.
               IF WS-COUNT-SELECTED = ZERO
                  MOVE "SIN APUNTES PARA ESOS CRITERIOS"
                    TO AUDIT-REPORT-LINE
                  WRITE AUDIT-REPORT-LINE
               END-IF.
               MOVE "RESUMEN POR CATEGORIA" TO AUDIT-REPORT-LINE.
               WRITE AUDIT-REPORT-LINE.
               PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX > 12
                  IF WS-CAT-COUNT(WS-CAT-IX) > ZERO
                     MOVE SPACES TO AUDIT-REPORT-LINE
                     STRING "  " WS-CAT-NAME(WS-CAT-IX)
                            " " WS-CAT-COUNT(WS-CAT-IX)
                            INTO AUDIT-REPORT-LINE
                     WRITE AUDIT-REPORT-LINE
                  END-IF
               END-PERFORM.
               MOVE SPACES TO AUDIT-REPORT-LINE.
               STRING "APUNTES LEIDOS " WS-COUNT-READ
                      "   SELECCIONADOS " WS-COUNT-SELECTED
                      INTO AUDIT-REPORT-LINE.
               WRITE AUDIT-REPORT-LINE.

          END PROGRAM AUDIT-INQ.
