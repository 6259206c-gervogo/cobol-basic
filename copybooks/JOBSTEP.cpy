      *****************************************************************
      *    Copybook:  JOBSTEP                                         *
      *    Purpose:   Estado de los pasos de la cadena desatendida    *
      *               de nomina (JOBSTEP.DAT): un registro por paso   *
      *               del ciclo en curso con su inicio, fin y         *
      *               resultado; NOMINA-CADENA lo regraba entero en   *
      *               cada cambio y lo usa para reanudar el ciclo     *
      *               en el paso que fallo                            *
      *****************************************************************
          01 JOB-STEP-RECORD.
      *         IDENTIFICADOR DEL CICLO: FECHA Y HORA DE SU PRIMER
      *         ARRANQUE (AAAAMMDDHHMMSS)
             05 JS-CYCLE-ID          PIC X(14).
             05 JS-STEP              PIC 9(2).
             05 JS-PROGRAM           PIC X(24).
      *         P = PENDIENTE, E = EN EJECUCION (SI SE ENCUENTRA AL
      *         ARRANCAR, LA CADENA ANTERIOR TERMINO DE FORMA
      *         ANORMAL Y EL PASO SE REPITE), C = COMPLETADO,
      *         W = COMPLETADO CON AVISOS, F = FALLIDO
             05 JS-STATUS            PIC X(1).
             05 JS-START             PIC X(14).
             05 JS-END               PIC X(14).
      *         CODIGO DE RETORNO DEL PASO (0 CORRECTO, 4 AVISOS,
      *         16 ABORTADO)
             05 JS-RC                PIC 9(4).
      *         NUMERO DE EJECUCIONES DEL PASO EN ESTE CICLO
             05 JS-RUNS              PIC 9(2).
             05 JS-MESSAGE           PIC X(50).
             05 FILLER               PIC X(9).
