      *****************************************************************
      *    Copybook:  PUNCH                                           *
      *    Purpose:   Registro de fichaje de los relojes de planta    *
      *               (PUNCH.DAT): una linea por marcaje de entrada   *
      *               o salida. Los ficheros diarios de los relojes   *
      *               se concatenan para el periodo; el orden de las  *
      *               lineas no importa. Lo lee TIMECARD-IMPORT       *
      *****************************************************************
          01 PUNCH-RECORD.
             05 PU-EMP-ID             PIC 9(5).
      *         FECHA Y HORA DEL MARCAJE (AAAAMMDD, HHMM)
             05 PU-DATE               PIC X(8).
             05 PU-TIME               PIC X(4).
      *         E = ENTRADA, S = SALIDA
             05 PU-TYPE               PIC X(1).
      *         DEPARTAMENTO DEL TERMINAL DONDE SE FICHA; EN BLANCO
      *         EL TURNO SE IMPUTA AL DEPARTAMENTO DEL EMPLEADO
             05 PU-DEPT               PIC X(4).
      *         IDENTIFICADOR DEL TERMINAL (SOLO INFORMATIVO)
             05 PU-CLOCK-ID           PIC X(4).
