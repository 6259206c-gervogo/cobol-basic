      *****************************************************************
      *    Copybook:  DEDTAKEN                                        *
      *    Purpose:   Registro de deducciones retenidas (DEDTAKEN)    *
      *               Una linea por deduccion de DEDMAST descontada   *
      *               en un pago, con el importe realmente retenido   *
      *               y su perceptor; base de la remesa a terceros    *
      *****************************************************************
          01 DEDUCTION-TAKEN-RECORD.
      *         D = IMPORTE RETENIDO EN UN PAGO, V = ANULACION DEL
      *         PAGO (NOMINA-REVERSAL): DEJA SIN EFECTO TODAS LAS
      *         LINEAS D ANTERIORES DEL MISMO EMPLEADO, FIN DE
      *         PERIODO Y TIPO DE PAGO
             05 DTK-REC-TYPE         PIC X(1).
             05 DTK-EMP-ID           PIC 9(5).
             05 DTK-PERIOD-END       PIC X(8).
      *         TIPO DE PAGO DEL HISTORICO (P/E/L)
             05 DTK-PAY-TYPE         PIC X(1).
             05 DTK-SEQ              PIC 9(2).
             05 DTK-DESC             PIC X(12).
             05 DTK-CLASS            PIC X(1).
             05 DTK-PAYEE            PIC X(6).
             05 DTK-AMOUNT           PIC 9(5).
             05 DTK-EMP-NAME         PIC X(10).
             05 DTK-PERIOD-START     PIC X(8).
             05 FILLER               PIC X(11).
