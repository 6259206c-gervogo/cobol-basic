      *               DEDUCCION SE AGOTA AL LLEGAR EL SALDO A CERO
             05 DED-UNLIMITED        PIC X(1).
             05 DED-BALANCE          PIC 9(7).
      *         ORDEN DE APLICACION DENTRO DEL EMPLEADO (01 = LA
      *         PRIMERA); A IGUALDAD DE PRIORIDAD, POR DED-SEQ. LOS
      *         REGISTROS ANTERIORES A ESTE CAMPO (ESPACIOS) SE
      *         APLICAN CON PRIORIDAD 50
             05 DED-PRIORITY         PIC 9(2).
      *         CLASE DE DEDUCCION: E = EMBARGO JUDICIAL (SUJETO AL
      *         LIMITE LEGAL DE RETENCION DEL ART. 607 LEC SOBRE EL
      *         NETO), P = PRESTAMO DE EMPRESA, C = CUOTA, R =
      *         RECOBRO DE UN EXCESO PAGADO (LA DA DE ALTA EL RUN
      *         CUANDO UN AJUSTE NEGATIVO SUPERA EL BRUTO; SIN
      *         CUOTA, TODO EL SALDO VA COMO ATRASO), ESPACIO =
      *         OTRAS. SOLO LOS EMBARGOS Y EL RECOBRO DE EXCESOS
      *         TIENEN TECHO LEGAL (EL RECOBRO, ADEMAS, EL TOPE POR
      *         PERIODO DE SR-RECV-MAX-PERCENT); EL RESTO SE LIMITA
      *         AL NETO QUE QUEDA
             05 DED-CLASS            PIC X(1).
      *         ATRASOS: PARTE DE LAS CUOTAS DE PERIODOS ANTERIORES
      *         QUE NO SE PUDO DESCONTAR (NETO O TECHO LEGAL
      *         INSUFICIENTE). SE SUMA A LA CUOTA DEL PERIODO
      *         SIGUIENTE HASTA RECUPERARLA. ESPACIOS = SIN ATRASOS
             05 DED-ARREARS          PIC 9(7).
      *         PERCEPTOR (PAYEE.DAT) AL QUE SE REMITE LO RETENIDO
      *         POR ESTA DEDUCCION; ESPACIOS = SIN PERCEPTOR (LOS
      *         PRESTAMOS DE EMPRESA SE QUEDAN EN LA PROPIA EMPRESA)
             05 DED-PAYEE            PIC X(6).
             05 FILLER               PIC X(4).
