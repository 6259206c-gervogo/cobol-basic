      *****************************************************************
      *    Copybook:  STATRATE                                        *
      *    Purpose:   Tabla de tasas legales de nomina con fecha de   *
      *               efecto (tramos de IRPF, seguridad social,       *
      *               seguro medico, cotizacion patronal, bases       *
      *               minima y maxima de cotizacion, multiplicadores  *
      *               de horas y devengos de vacaciones/baja). Una    *
      *               version por fecha de efecto; el run, la         *
      *               anulacion y la regeneracion toman la version    *
      *               vigente en el fin de periodo. La mantiene       *
      *               STATRATE-MAINT                                  *
      *****************************************************************
          01 STATUTORY-RATE-RECORD.
      *         FECHA (AAAAMMDD) DESDE LA QUE RIGE ESTA VERSION
             05 SR-EFF-DATE          PIC X(8).
      *         NUMERO DE VERSION: ES LO QUE QUEDA GRABADO EN EL
      *         HISTORICO DE NOMINA (PH-RATE-VERSION)
             05 SR-VERSION           PIC 9(3).
             05 SR-DESC              PIC X(20).
      *         TRAMOS DE RETENCION DE IRPF SOBRE EL BRUTO DEL
      *         PERIODO (LIMITE SUPERIOR Y PORCENTAJE); EL ULTIMO
      *         TRAMO DEBE LLEVAR LIMITE 999999
             05 SR-WH-BRACKET OCCURS 5 TIMES.
                10 SR-WH-UPPER-LIMIT PIC 9(6).
                10 SR-WH-PERCENT     PIC 9V99.
             05 SR-SS-PERCENT          PIC 9V9999.
             05 SR-INSURANCE-PERCENT   PIC 9V9999.
             05 SR-EMPLOYER-SS-PERCENT PIC 9V9999.
      *         BASES MINIMA Y MAXIMA DE COTIZACION MENSUALES; EN
      *         PERIODOS DE MENOS DE 28 DIAS (SEMANALES) SE
      *         PRORRATEAN POR DIAS SOBRE 30
             05 SR-SS-BASE-MIN         PIC 9(5)V99.
             05 SR-SS-BASE-MAX         PIC 9(5)V99.
      *         MULTIPLICADORES DE LA TARIFA POR CODIGO DE PAGO
             05 SR-OVERTIME-MULT       PIC 9V99.
             05 SR-HOLIDAY-MULT        PIC 9V99.
             05 SR-SICK-MULT           PIC 9V99.
             05 SR-VACATION-MULT       PIC 9V99.
      *         DEVENGO DE SALDOS POR PERIODO LIQUIDADO (HORAS)
             05 SR-VAC-ACCRUAL-HOURS   PIC 9(3)V99.
             05 SR-SICK-ACCRUAL-HOURS  PIC 9(3)V99.
      *         SALARIO MINIMO INTERPROFESIONAL MENSUAL: PARTE
      *         INEMBARGABLE DEL NETO Y UNIDAD DE LA ESCALA LEGAL
      *         DE RETENCION (ART. 607 LEC) PARA EMBARGOS Y PARA LA
      *         RECUPERACION DE PRESTAMOS EN EL FINIQUITO. EN LAS
      *         VERSIONES ANTERIORES A ESTE CAMPO VIENE EN BLANCO Y
      *         NO SE APLICA LIMITE
             05 SR-SMI-MONTHLY         PIC 9(5)V99.
      *         PORCENTAJE MAXIMO DEL LIQUIDO (BRUTO MENOS
      *         RETENCIONES) QUE SE DESCUENTA POR PERIODO PARA
      *         RECUPERAR UN EXCESO PAGADO (DEUDA DEL EMPLEADO). ES
      *         POLITICA DE EMPRESA; SE APLICA ADEMAS DEL LIMITE
      *         LEGAL DEL ART. 607. EN BLANCO O CERO SOLO RIGE EL
      *         LIMITE LEGAL
             05 SR-RECV-MAX-PERCENT    PIC 9V99.
      *         JORNADA ORDINARIA MAXIMA DIARIA Y SEMANAL (HORAS):
      *         LA IMPORTACION DE FICHAJES PASA A EXTRAS (CODIGO O)
      *         LAS HORAS QUE LAS SUPERAN. EN BLANCO O CERO SE TOMAN
      *         8 DIARIAS Y 40 SEMANALES
             05 SR-DAILY-REG-HOURS     PIC 9(2).
             05 SR-WEEKLY-REG-HOURS    PIC 9(2).
      *         RESERVA PARA AMPLIACIONES FUTURAS DEL REGISTRO SIN
      *         TENER QUE RECONSTRUIR EL FICHERO INDEXADO
             05 FILLER                 PIC X(26).
