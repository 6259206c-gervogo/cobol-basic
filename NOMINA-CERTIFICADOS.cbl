                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

      *         ARCHIVO DE EJERCICIOS CERRADOS (LO ALIMENTA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PHA-KEY
                  ALTERNATE RECORD KEY IS PHA-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-ARCH-STATUS.

              SELECT CERTIFICATE-FILE ASSIGN TO "CERTIFIC.TXT"
                03 CERT-TAX       PIC 9(7)V99.
                03 CERT-SS        PIC 9(7)V99.
                03 CERT-INSURANCE PIC 9(7)V99.
      *         PARTE DEL BRUTO COBRADA COMO PAGAS EXTRAORDINARIAS
      *         (REGISTROS TIPO E DEL HISTORICO), YA INCLUIDA EN
      *         CERT-GROSS
                03 CERT-EXTRA     PIC 9(7)V99.
          01 CERT-COUNT PIC 9(4) VALUE ZERO.
          01 CERT-IX    PIC 9(4).
          01 CERT-FOUND PIC X VALUE "N".
                       "REMITIRPF.RPT".
               STOP RUN.

      *         LEE EL HISTORICO POR LA CLAVE ALTERNATIVA DESDE EL
      *         PRIMER FIN DE PERIODO DEL EJERCICIO PEDIDO HASTA QUE
      *         CAMBIA EL ANO, Y ACUMULA LOS PAGOS NO ANULADOS POR
      *         EMPLEADO Y POR TRIMESTRE
          Cert-SCAN-HISTORY.
               MOVE LOW-VALUES  TO PH-PERIOD-KEY.
               MOVE WS-ASK-YEAR TO PH-PK-PERIOD-END(1:4).
               START PAYROLL-HISTORY-FILE KEY IS >= PH-PERIOD-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-HIST-EOF
               END-START.
                     AT END
                        MOVE "Y" TO WS-HIST-EOF
                     NOT AT END
                        IF PH-PK-PERIOD-END(1:4) NOT = WS-ASK-YEAR
                           MOVE "Y" TO WS-HIST-EOF
                        ELSE
                           IF PH-REVERSED NOT = "Y"
                              ADD 1 TO WS-COUNT-RECORDS
                              PERFORM Cert-ACCUMULATE
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM.

      *         LEE EL ARCHIVO DE EJERCICIOS CERRADOS (SI EXISTE)
      *         POR SU CLAVE ALTERNATIVA Y ACUMULA SUS PAGOS CON LA
      *         MISMA LOGICA, PASANDO CADA REGISTRO POR EL AREA DEL
      *         HISTORICO
          Cert-SCAN-ARCHIVE.
               OPEN INPUT PAYROLL-ARCHIVE-FILE.
               IF WS-ARCH-STATUS NOT = "00"
                  EXIT PARAGRAPH
               END-IF.
               MOVE "Y" TO WS-ARCH-AVAIL.
               MOVE LOW-VALUES  TO PHA-PERIOD-KEY.
               MOVE WS-ASK-YEAR TO PHA-PK-PERIOD-END(1:4).
               START PAYROLL-ARCHIVE-FILE KEY IS >= PHA-PERIOD-KEY
                  INVALID KEY
                     MOVE "Y" TO WS-ARCH-EOF
               END-START.
                     NOT AT END
                        MOVE PAYROLL-ARCHIVE-RECORD
                          TO PAYROLL-HISTORY-RECORD
                        IF PH-PK-PERIOD-END(1:4) NOT = WS-ASK-YEAR
                           MOVE "Y" TO WS-ARCH-EOF
                        ELSE
                           IF PH-REVERSED NOT = "Y"
                              ADD 1 TO WS-COUNT-RECORDS
                              PERFORM Cert-ACCUMULATE
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM.
                                CERT-TAX(CERT-IX)
                                CERT-SS(CERT-IX)
                                CERT-INSURANCE(CERT-IX)
                                CERT-EXTRA(CERT-IX)
               END-IF.

               ADD PH-BRUTO     TO CERT-GROSS(CERT-IX).
               ADD PH-TAX       TO CERT-TAX(CERT-IX).
               ADD PH-SS        TO CERT-SS(CERT-IX).
               ADD PH-INSURANCE TO CERT-INSURANCE(CERT-IX).
               IF PH-REC-TYPE = "E"
                  ADD PH-BRUTO TO CERT-EXTRA(CERT-IX)
               END-IF.

               MOVE PH-PERIOD-END(5:2) TO WS-MONTH.
               EVALUATE TRUE
                         INTO CERTIFICATE-LINE
                  WRITE CERTIFICATE-LINE
                  MOVE SPACES TO CERTIFICATE-LINE
                  STRING "  DE ELLAS PAGAS EXTRA:     "
                         CERT-EXTRA(CERT-IX) " eur"
                         INTO CERTIFICATE-LINE
                  WRITE CERTIFICATE-LINE
                  MOVE SPACES TO CERTIFICATE-LINE
                  STRING "  RETENCION IRPF:           "
                         CERT-TAX(CERT-IX) " eur"
                         INTO CERTIFICATE-LINE
