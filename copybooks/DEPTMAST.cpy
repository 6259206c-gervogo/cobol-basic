      *         LA EMPRESA; EL DEBE VA A LA CUENTA DE GASTOS)
             05 DPT-GL-SSEMP         PIC X(8).
             05 FILLER               PIC X(4).
      *         CUENTA DE DEUDORES (PERSONAL) DONDE QUEDA EL EXCESO
      *         PAGADO CUANDO UN AJUSTE NEGATIVO SUPERA EL BRUTO DEL
      *         PERIODO, HASTA QUE SE RECUPERA EN NOMINAS POSTERIORES
             05 DPT-GL-RECEIVABLE    PIC X(8).
      *         CUENTA DE PROVISION DE VACACIONES DEVENGADAS Y NO
      *         DISFRUTADAS (LINEA HABER DEL ASIENTO DE CIERRE DE
      *         MES; EL DEBE VA A LA CUENTA DE GASTOS)
             05 DPT-GL-VACATION      PIC X(8).
      *         RESERVA PARA NUEVAS CUENTAS SIN TENER QUE CONVERTIR
      *         OTRA VEZ EL FICHERO INDEXADO
             05 FILLER               PIC X(24).
