      *    Copybook:  PAYHIST                                         *
      *    Purpose:   Historico permanente de nomina (PAYROLL-HISTORY)*
      *               Un registro por empleado y periodo liquidado,   *
      *               clave EMP-ID + FIN DE PERIODO + TIPO; clave     *
      *               alternativa FIN DE PERIODO + GRUPO DE PAGO      *
      *               (con duplicados) para ir directo a un periodo   *
      *****************************************************************
          01 PAYROLL-HISTORY-RECORD.
             05 PH-KEY.
      *         CRECIMIENTO DE PLANTILLA POR ENCIMA DE 99
                10 PH-EMP-ID          PIC 9(5).
                10 PH-PERIOD-END      PIC X(8).
      *         P = PAGO DEL PERIODO (LOS AJUSTES RETROACTIVOS
      *         VIAJAN EN LOS CAMPOS PH-ADJ-* DEL PROPIO PAGO, NO
      *         COMO REGISTRO APARTE), E = PAGA EXTRAORDINARIA DE
      *         JUNIO O DICIEMBRE (FIN DE PERIODO = FIN DEL SEMESTRE
      *         DE DEVENGO), L = FINIQUITO (INICIO Y FIN DE PERIODO
      *         = FECHA DE BAJA)
                10 PH-REC-TYPE        PIC X(1).
             05 PH-PERIOD-START       PIC X(8).
             05 PH-EMP-NAME           PIC X(10).
      *         CONTABLE). EN REGISTROS ANTERIORES A ESTE CAMPO EL
      *         VALOR SON ESPACIOS Y SE TRATA COMO CERO
             05 PH-EMPLOYER-SS        PIC 9(5).
      *         VERSION DE LA TABLA DE TASAS LEGALES (STATRATE) CON
      *         LA QUE SE CALCULO EL PAGO; ESPACIOS EN REGISTROS
      *         ANTERIORES A ESTE CAMPO
             05 PH-RATE-VERSION       PIC 9(3).
      *         CLAVE ALTERNATIVA (WITH DUPLICATES): FIN DE PERIODO
      *         Y GRUPO DE PAGO DEL RUN QUE GRABO EL PAGO (M/W; LA
      *         PAGA EXTRAORDINARIA Y EL FINIQUITO LLEVAN EL GRUPO
      *         DEL EMPLEADO). EL FIN DE PERIODO REPITE PH-PERIOD-END
      *         PARA QUE LOS LISTADOS DE UN PERIODO NO TENGAN QUE
      *         RECORRER TODO EL FICHERO
             05 PH-PERIOD-KEY.
                10 PH-PK-PERIOD-END   PIC X(8).
                10 PH-PK-PAY-GROUP    PIC X(1).
      *         DEUDORES DEL PERSONAL MOVIDOS POR ESTE PAGO: EXCESO
      *         DE UN AJUSTE NEGATIVO QUE NO CUPO EN EL BRUTO (NUEVA
      *         DEUDA EN LA LINEA R DE DEDMAST) Y LO RECUPERADO EN
      *         NOMINA DE DEUDAS ANTERIORES. SON LOS IMPORTES DE LAS
      *         LINEAS DE DEUDORES DEL EXTRACTO CONTABLE; ESPACIOS EN
      *         REGISTROS ANTERIORES A ESTOS CAMPOS (SE TRATAN COMO
      *         CERO)
             05 PH-RECV-NEW           PIC 9(5).
             05 PH-RECV-TAKEN         PIC 9(5).
