                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

      *         DEDUCCIONES RETENIDAS: A DIFERENCIA DE LAS DEMAS
      *         SALIDAS NO SE SUSTITUYEN, SE ANADEN AL REGISTRO
      *         ACUMULADO DEL QUE SALE LA REMESA A TERCEROS
              SELECT PND-DTK-FILE ASSIGN TO "DEDTAKEN.PND"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.
              SELECT FIN-DTK-FILE ASSIGN TO "DEDTAKEN.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

      *         REPARTO POR DEPARTAMENTO TRABAJADO: TAMBIEN SE ANADE
      *         AL REGISTRO ACUMULADO, BASE DE LOS REALES DEL
      *         PRESUPUESTO POR DEPARTAMENTO
              SELECT PND-LDS-FILE ASSIGN TO "LABDIST.PND"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-IN-STATUS.
              SELECT FIN-LDS-FILE ASSIGN TO "LABDIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OUT-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  PENDING-FILE.
          FD  FIN-BANK-FILE.
          01  FIN-BANK-LINE PIC X(60).

          FD  PND-DTK-FILE.
          01  PND-DTK-LINE PIC X(70).
          FD  FIN-DTK-FILE.
          01  FIN-DTK-LINE PIC X(70).

          FD  PND-LDS-FILE.
          01  PND-LDS-LINE PIC X(30).
          FD  FIN-LDS-FILE.
          01  FIN-LDS-LINE PIC X(30).

          WORKING-STORAGE SECTION.

          01 WS-PEN-STATUS PIC X(2).
             05 WS-SV-TOTAL-NETO   PIC 9(9)V99.
             05 WS-SV-VAR-COUNT    PIC 9(5).
             05 WS-SV-PAY-GROUP    PIC X(1).
             05 WS-SV-RUN-TYPE     PIC X(1).
          01 WS-CAL-GROUP PIC X(1).

          PROCEDURE DIVISION.
               ELSE
                  MOVE "M" TO WS-SV-PAY-GROUP
               END-IF.
      *         LOS REGISTROS SIN TIPO DE RUN SON NOMINAS DEL
      *         PERIODO
               IF PEN-RUN-TYPE = "E" OR PEN-RUN-TYPE = "L"
                  MOVE PEN-RUN-TYPE TO WS-SV-RUN-TYPE
               ELSE
                  MOVE "P" TO WS-SV-RUN-TYPE
               END-IF.
               CLOSE PENDING-FILE.

               IF WS-SV-STATUS = "R"
                  STOP RUN
               END-IF.

               IF WS-SV-RUN-TYPE = "E"
                  DISPLAY "Paga extraordinaria pendiente: devengo "
                          WS-SV-PERIOD-START " a " WS-SV-PERIOD-END
                          " calculada por " WS-SV-OPERATOR-ID
               ELSE
               IF WS-SV-RUN-TYPE = "L"
                  DISPLAY "Finiquito pendiente: fecha de baja "
                          WS-SV-PERIOD-END
                          " calculado por " WS-SV-OPERATOR-ID
               ELSE
                  DISPLAY "Run pendiente: periodo "
                          WS-SV-PERIOD-START " a " WS-SV-PERIOD-END
                          " calculado por " WS-SV-OPERATOR-ID
               END-IF
               END-IF.

      *         EL APROBADOR VE EL RECUENTO DE EXCEPCIONES DEL
      *         INFORME DE VARIACIONES ANTES DE FIRMAR (LA PAGA
      *         EXTRAORDINARIA Y EL FINIQUITO NO GENERAN INFORME DE
      *         VARIACIONES)
               IF WS-SV-RUN-TYPE NOT = "P"
                  CONTINUE
               ELSE
               IF WS-SV-VAR-COUNT > ZERO
                  DISPLAY "AVISO: " WS-SV-VAR-COUNT
                          " excepcion(es) en el informe de "
               ELSE
                  DISPLAY "Informe de variaciones sin excepciones "
                          "(VARIANCE.RPT)"
               END-IF
               END-IF.

               PERFORM Rel-SIGNON.
               PERFORM Rel-COPY-GL.
               PERFORM Rel-COPY-GLI.
               PERFORM Rel-COPY-BANK.
               PERFORM Rel-APPEND-DEDTAKEN.
               PERFORM Rel-APPEND-LABDIST.
      *         SOLO CUANDO LAS SEIS COPIAS HAN TERMINADO BIEN SE
      *         VACIAN LOS .PND; UN FALLO DE COPIA ABORTA ANTES DE
      *         DESTRUIR LA UNICA COPIA DE LAS SALIDAS
               PERFORM Rel-CLEAR-PENDING-FILES.
               PERFORM Rel-MARK-RELEASED.
      *         LA PAGA EXTRAORDINARIA Y EL FINIQUITO NO TIENEN
      *         PERIODO EN EL CALENDARIO QUE MARCAR
               IF WS-SV-RUN-TYPE = "P"
                  PERFORM Rel-MARK-CALENDAR
               END-IF.
               PERFORM Rel-LOG-RELEASE.

               DISPLAY "Salidas liberadas: PAYSLIP.TXT, "
                       "GLEXTRACT.DAT, GLINTF.DAT y BANKPAY.DAT; "
                       "retenciones y reparto por departamento "
                       "anadidos a DEDTAKEN.DAT y LABDIST.DAT".
               IF WS-AUDIT-OPEN = "Y"
                  CLOSE AUDIT-LOG-FILE
               END-IF.
               CLOSE PND-BANK-FILE.
               CLOSE FIN-BANK-FILE.

      *         ANADE LAS DEDUCCIONES RETENIDAS DEL RUN AL REGISTRO
      *         ACUMULADO DEDTAKEN.DAT (CREANDOLO SI NO EXISTE)
          Rel-APPEND-DEDTAKEN.
               OPEN INPUT PND-DTK-FILE.
               IF WS-IN-STATUS NOT = "00"
                  DISPLAY "AVISO: sin DEDTAKEN.PND que liberar"
                  EXIT PARAGRAPH
               END-IF.
               OPEN EXTEND FIN-DTK-FILE.
               IF WS-OUT-STATUS = "35"
                  OPEN OUTPUT FIN-DTK-FILE
               END-IF.
               IF WS-OUT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir DEDTAKEN.DAT "
                          "(status " WS-OUT-STATUS "); liberacion "
                          "abortada, los .PND quedan intactos"
                  STOP RUN
               END-IF.
               MOVE "N" TO WS-COPY-EOF.
               PERFORM UNTIL WS-COPY-EOF = "Y"
                  READ PND-DTK-FILE
                     AT END
                        MOVE "Y" TO WS-COPY-EOF
                     NOT AT END
                        WRITE FIN-DTK-LINE FROM PND-DTK-LINE
                  END-READ
               END-PERFORM.
               CLOSE PND-DTK-FILE.
               CLOSE FIN-DTK-FILE.

      *         ANADE EL REPARTO POR DEPARTAMENTO TRABAJADO DEL RUN
      *         AL REGISTRO ACUMULADO LABDIST.DAT (CREANDOLO SI NO
      *         EXISTE)
          Rel-APPEND-LABDIST.
               OPEN INPUT PND-LDS-FILE.
               IF WS-IN-STATUS NOT = "00"
                  DISPLAY "AVISO: sin LABDIST.PND que liberar"
                  EXIT PARAGRAPH
               END-IF.
               OPEN EXTEND FIN-LDS-FILE.
               IF WS-OUT-STATUS = "35"
                  OPEN OUTPUT FIN-LDS-FILE
               END-IF.
               IF WS-OUT-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir LABDIST.DAT "
                          "(status " WS-OUT-STATUS "); liberacion "
                          "abortada, los .PND quedan intactos"
                  STOP RUN
               END-IF.
               MOVE "N" TO WS-COPY-EOF.
               PERFORM UNTIL WS-COPY-EOF = "Y"
                  READ PND-LDS-FILE
                     AT END
                        MOVE "Y" TO WS-COPY-EOF
                     NOT AT END
                        WRITE FIN-LDS-LINE FROM PND-LDS-LINE
                  END-READ
               END-PERFORM.
               CLOSE PND-LDS-FILE.
               CLOSE FIN-LDS-FILE.

      *         VACIA LOS .PND YA PUBLICADOS PARA QUE NUNCA PUEDAN
      *         PUBLICARSE DOS VECES NI COLARSE EN UN RUN
      *         POSTERIOR; SOLO SE LLEGA AQUI CON TODAS LAS COPIAS
      *         TERMINADAS SIN ERROR
          Rel-CLEAR-PENDING-FILES.
               OPEN OUTPUT PND-SLIP-FILE.
               CLOSE PND-GLI-FILE.
               OPEN OUTPUT PND-BANK-FILE.
               CLOSE PND-BANK-FILE.
               OPEN OUTPUT PND-DTK-FILE.
               CLOSE PND-DTK-FILE.
               OPEN OUTPUT PND-LDS-FILE.
               CLOSE PND-LDS-FILE.

      *         MARCA EL REGISTRO DE CONTROL COMO LIBERADO PARA QUE
      *         EL MISMO RUN NO PUEDA LIBERARSE DOS VECES
               MOVE WS-SV-TOTAL-NETO   TO PEN-TOTAL-NETO.
               MOVE WS-SV-VAR-COUNT    TO PEN-VAR-COUNT.
               MOVE WS-SV-PAY-GROUP    TO PEN-PAY-GROUP.
               MOVE WS-SV-RUN-TYPE     TO PEN-RUN-TYPE.
               WRITE PENDING-RECORD.
               CLOSE PENDING-FILE.

                      " APROBO=" WS-OPERATOR-ID
                      " TS=" WS-AUDIT-TIMESTAMP(1:14)
                      " RUN LIBERADO PERIODO=" WS-SV-PERIOD-END
                      " TIPO=" WS-SV-RUN-TYPE
                      INTO AUDIT-LINE.
               WRITE AUDIT-LINE.

