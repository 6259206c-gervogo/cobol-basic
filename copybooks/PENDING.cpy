      *         LIBERACION MARCA EN EL CALENDARIO EL PERIODO DE
      *         ESTE GRUPO
             05 PEN-PAY-GROUP     PIC X(1).
      *         TIPO DE RUN: P = NOMINA DEL PERIODO (LOS REGISTROS
      *         ANTIGUOS LO TRAEN EN BLANCO Y SE TRATAN COMO P),
      *         E = PAGA EXTRAORDINARIA (NOMINA-EXTRA), L =
      *         FINIQUITO (NOMINA-FINIQUITO); NI UNA NI OTRO
      *         PERTENECEN A NINGUN PERIODO DEL CALENDARIO
             05 PEN-RUN-TYPE      PIC X(1).
