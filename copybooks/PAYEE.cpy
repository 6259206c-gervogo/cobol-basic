      *****************************************************************
      *    Copybook:  PAYEE                                           *
      *    Purpose:   Maestro de perceptores de las deducciones       *
      *               retenidas (sindicatos, juzgados, entidades de   *
      *               credito): a quien se remite lo descontado en    *
      *               nomina y a que cuenta. Cada linea de DEDMAST    *
      *               apunta a su perceptor por DED-PAYEE             *
      *****************************************************************
          01 PAYEE-RECORD.
             05 PYE-CODE             PIC X(6).
             05 PYE-NAME             PIC X(30).
      *         S = SINDICATO, J = JUZGADO / ORGANISMO EMBARGANTE,
      *         P = PRESTAMISTA / ENTIDAD DE CREDITO, O = OTROS
             05 PYE-TYPE             PIC X(1).
      *         CUENTA (IBAN) DE ABONO DE LA REMESA; ESPACIOS = EL
      *         PERCEPTOR NO VA EN EL FICHERO DE TRANSFERENCIAS Y
      *         SE PAGA A MANO
             05 PYE-BANK-ACCT        PIC X(24).
      *         CONCEPTO DE LA TRANSFERENCIA: NUMERO DE EXPEDIENTE
      *         DEL JUZGADO, CODIGO DE AFILIACION DEL SINDICATO...
             05 PYE-REFERENCE        PIC X(20).
      *         A = ACTIVO, B = BAJA (NO ADMITE LINEAS NUEVAS, PERO
      *         SE LE SIGUE REMITIENDO LO YA RETENIDO)
             05 PYE-STATUS           PIC X(1).
             05 FILLER               PIC X(18).
