      *****************************************************************
      *    Copybook:  LABDIST                                         *
      *    Purpose:   Reparto por departamento trabajado (LABDIST)    *
      *               Una linea por centro de coste con las horas     *
      *               aceptadas de un pago por horas cuyo personal    *
      *               trabajo en otros departamentos; base de los     *
      *               reales por departamento del presupuesto         *
      *****************************************************************
          01 LABOUR-DIST-RECORD.
      *         D = HORAS IMPUTADAS AL DEPARTAMENTO EN UN PAGO,
      *         V = ANULACION DEL PAGO (NOMINA-REVERSAL): DEJA SIN
      *         EFECTO TODAS LAS LINEAS D ANTERIORES DEL MISMO
      *         EMPLEADO, FIN DE PERIODO Y TIPO DE PAGO
             05 LD-REC-TYPE          PIC X(1).
             05 LD-EMP-ID            PIC 9(5).
             05 LD-PERIOD-END        PIC X(8).
      *         TIPO DE PAGO DEL HISTORICO (P/E/L)
             05 LD-PAY-TYPE          PIC X(1).
             05 LD-DEPT              PIC X(4).
             05 LD-HOURS             PIC 9(3).
             05 FILLER               PIC X(8).
