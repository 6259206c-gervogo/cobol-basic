      *****************************************************************
      *    Copybook:  DEPTBUDG                                        *
      *    Purpose:   Presupuesto de nomina por departamento y mes    *
      *               (DEPTBUDG.DAT): bruto, cotizacion patronal y    *
      *               plantilla presupuestados; lo mantiene           *
      *               DEPTBUDG-MAINT y lo compara con los reales del  *
      *               historico NOMINA-PRESUPUESTO                    *
      *****************************************************************
          01 DEPARTMENT-BUDGET-RECORD.
             05 DB-KEY.
                10 DB-DEPT           PIC X(4).
      *         MES PRESUPUESTADO (AAAAMM)
                10 DB-MONTH          PIC X(6).
             05 DB-GROSS             PIC 9(7)V99.
             05 DB-EMPLOYER-SS       PIC 9(7)V99.
             05 DB-HEADCOUNT         PIC 9(5).
             05 FILLER               PIC X(17).
