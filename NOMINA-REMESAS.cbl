          IDENTIFICATION DIVISION.
          PROGRAM-ID. NOMINA-REMESAS.
      * ************************************************
      *      Author:    GERSON GALVEZ                  *
      *      Date:      21/10/2026                     *
      *      Purpose:   Remesa a terceros de las       *
      *                 deducciones retenidas en       *
      *                 nomina (cuotas sindicales,     *
      *                 embargos, prestamos externos): *
      *                 totaliza lo retenido por       *
      *                 perceptor en los periodos      *
      *                 liberados, imprime el detalle  *
      *                 por empleado que pide cada     *
      *                 juzgado o sindicato y genera   *
      *                 el fichero de transferencias   *
      * ************************************************
          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
      *         REGISTRO ACUMULADO DE RETENCIONES, ALIMENTADO POR LA
      *         LIBERACION DE CADA RUN Y POR LAS ANULACIONES
              SELECT DEDUCTION-TAKEN-FILE ASSIGN TO "DEDTAKEN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DTK-STATUS.

              SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEE.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PYE-CODE
                  FILE STATUS IS WS-PYE-STATUS.

      *         RUN PENDIENTE DE APROBACION: SUS RETENCIONES AUN NO
      *         ESTAN EN DEDTAKEN.DAT
              SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PEN-STATUS.

      *         CONTROL DE REMESAS EMITIDAS (UNA LINEA POR REMESA,
      *         CON EL TRAMO DE FINES DE PERIODO QUE CUBRIO), PARA
      *         AVISAR ANTES DE REMITIR DOS VECES LO MISMO
              SELECT REMITTANCE-CONTROL-FILE ASSIGN TO "REMESAS.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.

              SELECT REMITTANCE-REPORT-FILE ASSIGN TO "REMESAS.RPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.

      *         FICHERO DE TRANSFERENCIAS A LOS PERCEPTORES
              SELECT REMITTANCE-BANK-FILE ASSIGN TO "REMESAS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BNK-STATUS.

              SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  DEDUCTION-TAKEN-FILE.
          COPY DEDTAKEN.

          FD  PAYEE-MASTER-FILE.
          COPY PAYEE.

          FD  PENDING-FILE.
          COPY PENDING.

          FD  REMITTANCE-CONTROL-FILE.
          01  REMITTANCE-CONTROL-RECORD.
              05 RMC-FROM       PIC X(8).
              05 RMC-TO         PIC X(8).
              05 RMC-TIMESTAMP  PIC X(14).
              05 RMC-OPERATOR   PIC X(10).
              05 RMC-PAYEES     PIC 9(5).
              05 RMC-TOTAL      PIC 9(9)V99.
              05 FILLER         PIC X(4).

          FD  REMITTANCE-REPORT-FILE.
          01  REMIT-LINE PIC X(100).

          FD  REMITTANCE-BANK-FILE.
          01  REMIT-BANK-LINE PIC X(100).

          FD  AUDIT-LOG-FILE.
          01  AUDIT-LINE PIC X(120).

          WORKING-STORAGE SECTION.

          01 WS-DTK-STATUS  PIC X(2).
          01 WS-PYE-STATUS  PIC X(2).
          01 WS-PEN-STATUS  PIC X(2).
          01 WS-CTL-STATUS  PIC X(2).
          01 WS-RPT-STATUS  PIC X(2).
          01 WS-BNK-STATUS  PIC X(2).
          01 WS-DTK-EOF     PIC X VALUE "N".
          01 WS-PYE-EOF     PIC X VALUE "N".
          01 WS-CTL-EOF     PIC X VALUE "N".
          01 WS-PYE-AVAIL   PIC X VALUE "N".

      *         IDENTIFICACION DEL OPERADOR MEDIANTE EL SIGN-ON
      *         COMUN, CON CAPACIDAD "C": LA REMESA GENERA PAGOS
      *         COMO EL RUN DE CALCULO
          01 WS-OPERATOR-ID PIC X(10).
          01 WS-SGN-ROLE    PIC X(1) VALUE "C".
          01 WS-SGN-TOKEN   PIC X(1) VALUE "N".
          01 WS-SGN-RESULT  PIC X(1).

      *         CERROJO GLOBAL DEL SISTEMA (NOMINA-LOCK)
          01 WS-LCK-FUNCTION PIC X(1).
          01 WS-LCK-PROGRAM  PIC X(12) VALUE "NOM-REMESAS".
          01 WS-LCK-RESULT   PIC X(1).

      *         FICHERO DE AUDITORIA
          01 WS-AUDIT-STATUS    PIC X(2).
          01 WS-AUDIT-OPEN      PIC X VALUE "N".
          01 WS-AUDIT-TIMESTAMP PIC X(21).

          01 WS-CONFIRM     PIC X.
          01 WS-TODAY       PIC X(8).

      *         TRAMO DE FINES DE PERIODO QUE CUBRE LA REMESA (UN
      *         MES SUELE INCLUIR UN PERIODO MENSUAL Y VARIOS
      *         SEMANALES)
          01 WS-FROM-DATE   PIC X(8).
          01 WS-TO-DATE     PIC X(8).

      *         RETENCIONES DEL TRAMO CARGADAS EN MEMORIA. ESTADO:
      *         A = A REMITIR, X = ANULADA POR UNA LINEA V
      *         POSTERIOR, R = YA LISTADA CON SU PERCEPTOR
          01 WS-TAKEN-TABLE.
             05 WS-TK-ENTRY OCCURS 3000 TIMES.
                10 WS-TK-STATE      PIC X(1).
                10 WS-TK-EMP-ID     PIC 9(5).
                10 WS-TK-PERIOD-END PIC X(8).
                10 WS-TK-PAY-TYPE   PIC X(1).
                10 WS-TK-DESC       PIC X(12).
                10 WS-TK-CLASS      PIC X(1).
                10 WS-TK-PAYEE      PIC X(6).
                10 WS-TK-AMOUNT     PIC 9(5).
                10 WS-TK-EMP-NAME   PIC X(10).
          01 WS-TK-COUNT    PIC 9(4) VALUE ZERO.
          01 WS-TK-IX       PIC 9(4).
          01 WS-COUNT-VOIDS PIC 9(5) VALUE ZERO.

      *         NOMBRE DEL TIPO DE PERCEPTOR PARA EL INFORME
          01 WS-TYPE-TABLE.
             05 FILLER PIC X(13) VALUE "SSINDICATO   ".
             05 FILLER PIC X(13) VALUE "JJUZGADO     ".
             05 FILLER PIC X(13) VALUE "PPRESTAMISTA ".
             05 FILLER PIC X(13) VALUE "OOTROS       ".
          01 WS-TYPE-RED REDEFINES WS-TYPE-TABLE.
             05 WS-TYPE-ENTRY OCCURS 4 TIMES.
                10 WS-TYPE-CODE PIC X(1).
                10 WS-TYPE-NAME PIC X(12).
          01 WS-TYPE-IX     PIC 9.

      *         ACUMULADOS POR PERCEPTOR Y DE LA REMESA
          01 WS-PYE-LINES   PIC 9(5) VALUE ZERO.
          01 WS-PYE-TOTAL   PIC 9(9) VALUE ZERO.
          01 WS-COUNT-PAYEES PIC 9(5) VALUE ZERO.
          01 WS-TOTAL-REMIT  PIC 9(9) VALUE ZERO.
          01 WS-TOTAL-BANK   PIC 9(9) VALUE ZERO.
          01 WS-TOTAL-MANUAL PIC 9(9) VALUE ZERO.
          01 WS-TOTAL-NOPYE  PIC 9(9) VALUE ZERO.
          01 WS-TOTAL-UNKN   PIC 9(9) VALUE ZERO.
          01 WS-COUNT-UNKN   PIC 9(5) VALUE ZERO.
          01 WS-COUNT-NOPYE  PIC 9(5) VALUE ZERO.
          01 WS-OVERLAP     PIC X VALUE "N".

      *         FICHERO DE TRANSFERENCIAS: CABECERA, UN ABONO POR
      *         PERCEPTOR CON CUENTA Y COLA CON RECUENTO Y TOTAL
          01 WS-BANK-COUNT  PIC 9(5) VALUE ZERO.
          01 WS-BANK-TOTAL  PIC 9(9)V99 VALUE ZERO.
          01 WS-RB-HEADER.
             05 WS-RBH-TYPE   PIC X(1) VALUE "H".
             05 WS-RBH-DATE   PIC X(8).
             05 WS-RBH-FROM   PIC X(8).
             05 WS-RBH-TO     PIC X(8).
          01 WS-RB-DETAIL.
             05 WS-RBD-TYPE    PIC X(1) VALUE "D".
             05 WS-RBD-ACCOUNT PIC X(24).
             05 WS-RBD-PAYEE   PIC X(6).
             05 WS-RBD-NAME    PIC X(30).
             05 WS-RBD-AMOUNT  PIC 9(9)V99.
             05 WS-RBD-REF     PIC X(20).
          01 WS-RB-TRAILER.
             05 WS-RBT-TYPE   PIC X(1) VALUE "T".
             05 WS-RBT-COUNT  PIC 9(5).
             05 WS-RBT-TOTAL  PIC 9(9)V99.

          01 WS-ED-AMOUNT   PIC ZZZ,ZZZ,ZZ9.

          PROCEDURE DIVISION.
          MAIN-PROCEDURE.
               DISPLAY "REMESA A TERCEROS DE LAS DEDUCCIONES "
                       "RETENIDAS".

               CALL "OPERATOR-SIGNON"
                  USING  WS-SGN-ROLE
                         WS-SGN-TOKEN
                         WS-OPERATOR-ID
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; remesa cancelada."
                  STOP RUN
               END-IF.

               DISPLAY "Primer fin de periodo de la remesa "
                       "(AAAAMMDD): ".
               ACCEPT WS-FROM-DATE.
               DISPLAY "Ultimo fin de periodo de la remesa "
                       "(AAAAMMDD, ENTER = el mismo): ".
               ACCEPT WS-TO-DATE.
               IF WS-TO-DATE = SPACES
                  MOVE WS-FROM-DATE TO WS-TO-DATE
               END-IF.
               IF WS-FROM-DATE IS NOT NUMERIC OR
                  WS-TO-DATE IS NOT NUMERIC OR
                  WS-TO-DATE < WS-FROM-DATE
                  DISPLAY "ERROR: tramo de fechas no valido"
                  STOP RUN
               END-IF.

               PERFORM Rem-CHECK-PENDING.
               PERFORM Rem-CHECK-OVERLAP.
               IF WS-OVERLAP = "Y"
                  DISPLAY "AVISO: ya se emitio una remesa que cubre "
                          "parte de este tramo (REMESAS.CTL). "
                          "¿Remitir igualmente? (S/N): "
                  ACCEPT WS-CONFIRM
                  IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
                     DISPLAY "Remesa cancelada."
                     STOP RUN
                  END-IF
               END-IF.

               PERFORM Rem-ACQUIRE-LOCK.

               OPEN INPUT DEDUCTION-TAKEN-FILE.
               IF WS-DTK-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir DEDTAKEN.DAT "
                          "(status " WS-DTK-STATUS "); no hay "
                          "retenciones liberadas"
                  PERFORM Rem-RELEASE-LOCK
                  STOP RUN
               END-IF.
               PERFORM Rem-LOAD-TAKEN.
               CLOSE DEDUCTION-TAKEN-FILE.

      *         SIN MAESTRO DE PERCEPTORES TODO SALE COMO EXCEPCION
               OPEN INPUT PAYEE-MASTER-FILE.
               IF WS-PYE-STATUS = "00"
                  MOVE "Y" TO WS-PYE-AVAIL
               ELSE
                  DISPLAY "AVISO: PAYEE.DAT no disponible (status "
                          WS-PYE-STATUS "); no se puede remitir "
                          "nada"
               END-IF.
               OPEN OUTPUT REMITTANCE-REPORT-FILE.
               IF WS-RPT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear REMESAS.RPT "
                          "(status " WS-RPT-STATUS ")"
                  PERFORM Rem-RELEASE-LOCK
                  STOP RUN
               END-IF.
               OPEN OUTPUT REMITTANCE-BANK-FILE.
               IF WS-BNK-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo crear REMESAS.DAT "
                          "(status " WS-BNK-STATUS ")"
                  PERFORM Rem-RELEASE-LOCK
                  STOP RUN
               END-IF.

               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
               MOVE WS-TODAY     TO WS-RBH-DATE.
               MOVE WS-FROM-DATE TO WS-RBH-FROM.
               MOVE WS-TO-DATE   TO WS-RBH-TO.
               MOVE SPACES TO REMIT-BANK-LINE.
               MOVE WS-RB-HEADER TO REMIT-BANK-LINE.
               WRITE REMIT-BANK-LINE.

               PERFORM Rem-WRITE-HEADER.
               IF WS-PYE-AVAIL = "Y"
                  PERFORM Rem-SCAN-PAYEES
                  CLOSE PAYEE-MASTER-FILE
               END-IF.
               PERFORM Rem-WRITE-EXCEPTIONS.
               PERFORM Rem-WRITE-SUMMARY.

               MOVE WS-BANK-COUNT TO WS-RBT-COUNT.
               MOVE WS-BANK-TOTAL TO WS-RBT-TOTAL.
               MOVE SPACES TO REMIT-BANK-LINE.
               MOVE WS-RB-TRAILER TO REMIT-BANK-LINE.
               WRITE REMIT-BANK-LINE.
               CLOSE REMITTANCE-BANK-FILE.
               CLOSE REMITTANCE-REPORT-FILE.

               PERFORM Rem-WRITE-CONTROL.
               PERFORM Rem-LOG-REMITTANCE.

               DISPLAY "Remesa " WS-FROM-DATE " a " WS-TO-DATE ": "
                       WS-COUNT-PAYEES " perceptor(es), total "
                       WS-TOTAL-REMIT " eur (" WS-BANK-COUNT
                       " transferencia(s) en REMESAS.DAT). Detalle "
                       "en REMESAS.RPT".
               IF WS-COUNT-UNKN > ZERO
                  DISPLAY "AVISO: " WS-COUNT-UNKN " retencion(es) "
                          "con perceptor inexistente; ver "
                          "excepciones en REMESAS.RPT"
               END-IF.
               IF WS-AUDIT-OPEN = "Y"
                  CLOSE AUDIT-LOG-FILE
               END-IF.
               PERFORM Rem-RELEASE-LOCK.
               STOP RUN.


      *         TOMA Y LIBERA EL CERROJO GLOBAL DEL SISTEMA
          Rem-ACQUIRE-LOCK.
               MOVE "A" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.
               IF WS-LCK-RESULT NOT = "Y"
                  STOP RUN
               END-IF.

          Rem-RELEASE-LOCK.
               MOVE "R" TO WS-LCK-FUNCTION.
               CALL "NOMINA-LOCK"
                  USING  WS-LCK-FUNCTION
                         WS-LCK-PROGRAM
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.

      *         UN RUN CALCULADO Y AUN NO LIBERADO NO HA DEJADO SUS
      *         RETENCIONES EN DEDTAKEN.DAT: SI CAE EN EL TRAMO, LA
      *         REMESA SALDRIA CORTA
          Rem-CHECK-PENDING.
               OPEN INPUT PENDING-FILE.
               IF WS-PEN-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               READ PENDING-FILE
                  AT END
                     MOVE "R" TO PEN-STATUS
               END-READ.
               CLOSE PENDING-FILE.
               IF PEN-STATUS = "P" AND
                  PEN-PERIOD-END >= WS-FROM-DATE AND
                  PEN-PERIOD-END <= WS-TO-DATE
                  DISPLAY "AVISO: el run del periodo " PEN-PERIOD-END
                          " esta pendiente de liberar y sus "
                          "retenciones no entraran en la remesa. "
                          "¿Continuar? (S/N): "
                  ACCEPT WS-CONFIRM
                  IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
                     DISPLAY "Remesa cancelada."
                     STOP RUN
                  END-IF
               END-IF.

      *         BUSCA EN EL CONTROL DE REMESAS ALGUNA ANTERIOR CUYO
      *         TRAMO SE SOLAPE CON EL PEDIDO
          Rem-CHECK-OVERLAP.
               MOVE "N" TO WS-OVERLAP.
               OPEN INPUT REMITTANCE-CONTROL-FILE.
               IF WS-CTL-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               MOVE "N" TO WS-CTL-EOF.
               PERFORM UNTIL WS-CTL-EOF = "Y"
                  READ REMITTANCE-CONTROL-FILE
                     AT END
                        MOVE "Y" TO WS-CTL-EOF
                     NOT AT END
                        IF RMC-FROM <= WS-TO-DATE AND
                           RMC-TO >= WS-FROM-DATE
                           MOVE "Y" TO WS-OVERLAP
                        END-IF
                  END-READ
               END-PERFORM.
               CLOSE REMITTANCE-CONTROL-FILE.

      *         CARGA LAS RETENCIONES DEL TRAMO. UNA LINEA V ANULA
      *         LAS RETENCIONES YA CARGADAS DEL MISMO EMPLEADO,
      *         PERIODO Y TIPO DE PAGO; LAS QUE VENGAN DESPUES (EL
      *         RUN REPETIDO TRAS LA ANULACION) SIGUEN VALIENDO
          Rem-LOAD-TAKEN.
               MOVE "N" TO WS-DTK-EOF.
               PERFORM UNTIL WS-DTK-EOF = "Y"
                  READ DEDUCTION-TAKEN-FILE
                     AT END
                        MOVE "Y" TO WS-DTK-EOF
                     NOT AT END
                        IF DTK-PERIOD-END >= WS-FROM-DATE AND
                           DTK-PERIOD-END <= WS-TO-DATE
                           IF DTK-REC-TYPE = "V"
                              PERFORM Rem-VOID-TAKEN
                           ELSE
                              PERFORM Rem-ADD-TAKEN
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM.

          Rem-ADD-TAKEN.
               IF WS-TK-COUNT >= 3000
                  DISPLAY "ERROR: mas de 3000 retenciones en el "
                          "tramo; remitir en tramos mas cortos"
                  PERFORM Rem-RELEASE-LOCK
                  STOP RUN
               END-IF.
               ADD 1 TO WS-TK-COUNT.
               MOVE "A"            TO WS-TK-STATE(WS-TK-COUNT).
               MOVE DTK-EMP-ID     TO WS-TK-EMP-ID(WS-TK-COUNT).
               MOVE DTK-PERIOD-END TO WS-TK-PERIOD-END(WS-TK-COUNT).
               MOVE DTK-PAY-TYPE   TO WS-TK-PAY-TYPE(WS-TK-COUNT).
               MOVE DTK-DESC       TO WS-TK-DESC(WS-TK-COUNT).
               MOVE DTK-CLASS      TO WS-TK-CLASS(WS-TK-COUNT).
               MOVE DTK-PAYEE      TO WS-TK-PAYEE(WS-TK-COUNT).
               MOVE DTK-AMOUNT     TO WS-TK-AMOUNT(WS-TK-COUNT).
               MOVE DTK-EMP-NAME   TO WS-TK-EMP-NAME(WS-TK-COUNT).

          Rem-VOID-TAKEN.
               PERFORM VARYING WS-TK-IX FROM 1 BY 1
                       UNTIL WS-TK-IX > WS-TK-COUNT
                  IF WS-TK-STATE(WS-TK-IX) = "A" AND
                     WS-TK-EMP-ID(WS-TK-IX) = DTK-EMP-ID AND
                     WS-TK-PERIOD-END(WS-TK-IX) = DTK-PERIOD-END AND
                     WS-TK-PAY-TYPE(WS-TK-IX) = DTK-PAY-TYPE
                     MOVE "X" TO WS-TK-STATE(WS-TK-IX)
                     ADD 1 TO WS-COUNT-VOIDS
                  END-IF
               END-PERFORM.

          Rem-WRITE-HEADER.
               MOVE "REMESA A TERCEROS DE DEDUCCIONES RETENIDAS"
                 TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               STRING "FINES DE PERIODO " WS-FROM-DATE " A "
                      WS-TO-DATE "   FECHA: " WS-TODAY
                      "   OPERADOR: " WS-OPERATOR-ID
                      INTO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE ALL "=" TO REMIT-LINE.
               WRITE REMIT-LINE.

      *         RECORRE EL MAESTRO DE PERCEPTORES EN ORDEN DE CODIGO
      *         Y LISTA, PARA CADA UNO, SUS RETENCIONES DEL TRAMO
          Rem-SCAN-PAYEES.
               MOVE "N" TO WS-PYE-EOF.
               MOVE LOW-VALUES TO PYE-CODE.
               START PAYEE-MASTER-FILE KEY IS >= PYE-CODE
                  INVALID KEY
                     MOVE "Y" TO WS-PYE-EOF
               END-START.
               PERFORM UNTIL WS-PYE-EOF = "Y"
                  READ PAYEE-MASTER-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-PYE-EOF
                     NOT AT END
                        PERFORM Rem-ONE-PAYEE
                  END-READ
               END-PERFORM.

          Rem-ONE-PAYEE.
               MOVE ZERO TO WS-PYE-LINES WS-PYE-TOTAL.
               PERFORM VARYING WS-TK-IX FROM 1 BY 1
                       UNTIL WS-TK-IX > WS-TK-COUNT
                  IF WS-TK-STATE(WS-TK-IX) = "A" AND
                     WS-TK-PAYEE(WS-TK-IX) = PYE-CODE
                     IF WS-PYE-LINES = ZERO
                        PERFORM Rem-PAYEE-HEADER
                     END-IF
                     PERFORM Rem-DETAIL-LINE
                     MOVE "R" TO WS-TK-STATE(WS-TK-IX)
                     ADD 1 TO WS-PYE-LINES
                     ADD WS-TK-AMOUNT(WS-TK-IX) TO WS-PYE-TOTAL
                  END-IF
               END-PERFORM.
               IF WS-PYE-LINES = ZERO
                  EXIT PARAGRAPH
               END-IF.

               ADD 1 TO WS-COUNT-PAYEES.
               ADD WS-PYE-TOTAL TO WS-TOTAL-REMIT.
               MOVE WS-PYE-TOTAL TO WS-ED-AMOUNT.
               MOVE SPACES TO REMIT-LINE.
               STRING "  TOTAL PERCEPTOR (" WS-PYE-LINES
                      " RETENCIONES)"
                      INTO REMIT-LINE.
               MOVE WS-ED-AMOUNT TO REMIT-LINE(47:11).
      *         SIN CUENTA DE ABONO EL PERCEPTOR SE PAGA A MANO
               IF PYE-BANK-ACCT = SPACES
                  MOVE "PAGO MANUAL (SIN CUENTA)" TO REMIT-LINE(60:)
                  ADD WS-PYE-TOTAL TO WS-TOTAL-MANUAL
               ELSE
                  MOVE "TRANSFERENCIA" TO REMIT-LINE(60:)
                  PERFORM Rem-WRITE-TRANSFER
               END-IF.
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               WRITE REMIT-LINE.

          Rem-PAYEE-HEADER.
               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                       UNTIL WS-TYPE-IX >= 4
                          OR WS-TYPE-CODE(WS-TYPE-IX) = PYE-TYPE
                  CONTINUE
               END-PERFORM.
               MOVE SPACES TO REMIT-LINE.
               STRING "PERCEPTOR: " PYE-CODE " " PYE-NAME
                      "  TIPO: " WS-TYPE-NAME(WS-TYPE-IX)
                      INTO REMIT-LINE.
               IF PYE-STATUS = "B"
                  MOVE "(DE BAJA)" TO REMIT-LINE(80:)
               END-IF.
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               STRING "CUENTA: " PYE-BANK-ACCT
                      "   REFERENCIA: " PYE-REFERENCE
                      INTO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE "  EMPLEADO          FIN PER.  T DESCRIPCION"
                 TO REMIT-LINE.
               MOVE "    IMPORTE" TO REMIT-LINE(47:).
               WRITE REMIT-LINE.

      *         UNA LINEA POR RETENCION: EMPLEADO, PERIODO, TIPO DE
      *         PAGO (P/E/L), DEDUCCION E IMPORTE
          Rem-DETAIL-LINE.
               MOVE WS-TK-AMOUNT(WS-TK-IX) TO WS-ED-AMOUNT.
               MOVE SPACES TO REMIT-LINE.
               MOVE WS-TK-EMP-ID(WS-TK-IX)     TO REMIT-LINE(3:5).
               MOVE WS-TK-EMP-NAME(WS-TK-IX)   TO REMIT-LINE(9:10).
               MOVE WS-TK-PERIOD-END(WS-TK-IX) TO REMIT-LINE(21:8).
               MOVE WS-TK-PAY-TYPE(WS-TK-IX)   TO REMIT-LINE(31:1).
               MOVE WS-TK-DESC(WS-TK-IX)       TO REMIT-LINE(33:12).
               MOVE WS-ED-AMOUNT               TO REMIT-LINE(47:11).
               WRITE REMIT-LINE.

          Rem-WRITE-TRANSFER.
               MOVE PYE-BANK-ACCT  TO WS-RBD-ACCOUNT.
               MOVE PYE-CODE       TO WS-RBD-PAYEE.
               MOVE PYE-NAME       TO WS-RBD-NAME.
               MOVE WS-PYE-TOTAL   TO WS-RBD-AMOUNT.
               MOVE PYE-REFERENCE  TO WS-RBD-REF.
               MOVE SPACES TO REMIT-BANK-LINE.
               MOVE WS-RB-DETAIL TO REMIT-BANK-LINE.
               WRITE REMIT-BANK-LINE.
               ADD 1 TO WS-BANK-COUNT.
               ADD WS-PYE-TOTAL TO WS-BANK-TOTAL WS-TOTAL-BANK.

      *         LO QUE QUEDA SIN LISTAR: RETENCIONES SIN PERCEPTOR
      *         (PRESTAMOS DE LA PROPIA EMPRESA; NO SE REMITEN) Y
      *         RETENCIONES CON UN PERCEPTOR QUE NO EXISTE EN
      *         PAYEE.DAT, QUE HAY QUE CORREGIR Y REMITIR A MANO
          Rem-WRITE-EXCEPTIONS.
               MOVE ALL "=" TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE "EXCEPCIONES: PERCEPTOR INEXISTENTE" TO REMIT-LINE.
               WRITE REMIT-LINE.
               PERFORM VARYING WS-TK-IX FROM 1 BY 1
                       UNTIL WS-TK-IX > WS-TK-COUNT
                  IF WS-TK-STATE(WS-TK-IX) = "A"
                     IF WS-TK-PAYEE(WS-TK-IX) = SPACES
                        ADD 1 TO WS-COUNT-NOPYE
                        ADD WS-TK-AMOUNT(WS-TK-IX) TO WS-TOTAL-NOPYE
                     ELSE
                        PERFORM Rem-DETAIL-LINE
                        MOVE WS-TK-PAYEE(WS-TK-IX)
                          TO REMIT-LINE(60:6)
                        MOVE "PERCEPTOR?" TO REMIT-LINE(67:)
                        WRITE REMIT-LINE
                        ADD 1 TO WS-COUNT-UNKN
                        ADD WS-TK-AMOUNT(WS-TK-IX) TO WS-TOTAL-UNKN
                     END-IF
                  END-IF
               END-PERFORM.
               IF WS-COUNT-UNKN = ZERO
                  MOVE "  (NINGUNA)" TO REMIT-LINE
                  WRITE REMIT-LINE
               END-IF.

          Rem-WRITE-SUMMARY.
               MOVE ALL "=" TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE WS-TOTAL-BANK TO WS-ED-AMOUNT.
               MOVE SPACES TO REMIT-LINE.
               STRING "REMITIDO POR TRANSFERENCIA (" WS-BANK-COUNT
                      " PERCEPTORES)"
                      INTO REMIT-LINE.
               MOVE WS-ED-AMOUNT TO REMIT-LINE(47:11).
               WRITE REMIT-LINE.
               MOVE WS-TOTAL-MANUAL TO WS-ED-AMOUNT.
               MOVE "A PAGAR A MANO (PERCEPTORES SIN CUENTA)"
                 TO REMIT-LINE.
               MOVE WS-ED-AMOUNT TO REMIT-LINE(47:11).
               WRITE REMIT-LINE.
               MOVE WS-TOTAL-REMIT TO WS-ED-AMOUNT.
               MOVE SPACES TO REMIT-LINE.
               STRING "TOTAL REMESA (" WS-COUNT-PAYEES
                      " PERCEPTORES)"
                      INTO REMIT-LINE.
               MOVE WS-ED-AMOUNT TO REMIT-LINE(47:11).
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               WRITE REMIT-LINE.
               MOVE WS-TOTAL-UNKN TO WS-ED-AMOUNT.
               MOVE SPACES TO REMIT-LINE.
               STRING "PERCEPTOR INEXISTENTE (" WS-COUNT-UNKN
                      " RETENCIONES)"
                      INTO REMIT-LINE.
               MOVE WS-ED-AMOUNT TO REMIT-LINE(47:11).
               WRITE REMIT-LINE.
               MOVE WS-TOTAL-NOPYE TO WS-ED-AMOUNT.
               MOVE SPACES TO REMIT-LINE.
               STRING "SIN PERCEPTOR, NO SE REMITE (" WS-COUNT-NOPYE
                      ")"
                      INTO REMIT-LINE.
               MOVE WS-ED-AMOUNT TO REMIT-LINE(47:11).
               WRITE REMIT-LINE.
               MOVE SPACES TO REMIT-LINE.
               STRING "RETENCIONES ANULADAS EXCLUIDAS: "
                      WS-COUNT-VOIDS
                      INTO REMIT-LINE.
               WRITE REMIT-LINE.

      *         DEJA CONSTANCIA DEL TRAMO REMITIDO
          Rem-WRITE-CONTROL.
               OPEN EXTEND REMITTANCE-CONTROL-FILE.
               IF WS-CTL-STATUS = "35"
                  OPEN OUTPUT REMITTANCE-CONTROL-FILE
               END-IF.
               IF WS-CTL-STATUS NOT = "00"
                  DISPLAY "AVISO: no se pudo anotar la remesa en "
                          "REMESAS.CTL (status " WS-CTL-STATUS ")"
                  EXIT PARAGRAPH
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
               MOVE SPACES TO REMITTANCE-CONTROL-RECORD.
               MOVE WS-FROM-DATE    TO RMC-FROM.
               MOVE WS-TO-DATE      TO RMC-TO.
               MOVE WS-AUDIT-TIMESTAMP(1:14) TO RMC-TIMESTAMP.
               MOVE WS-OPERATOR-ID  TO RMC-OPERATOR.
               MOVE WS-COUNT-PAYEES TO RMC-PAYEES.
               MOVE WS-TOTAL-REMIT  TO RMC-TOTAL.
               WRITE REMITTANCE-CONTROL-RECORD.
               CLOSE REMITTANCE-CONTROL-FILE.

          Rem-LOG-REMITTANCE.
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
                      " REMESA TERCEROS DESDE=" WS-FROM-DATE
                      " HASTA=" WS-TO-DATE
                      " PERCEPTORES=" WS-COUNT-PAYEES
                      " TOTAL=" WS-TOTAL-REMIT
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

          END PROGRAM NOMINA-REMESAS.
