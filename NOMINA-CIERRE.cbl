                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

      *         ARCHIVO PERMANENTE DE EJERCICIOS CERRADOS, MISMO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PHA-KEY
                  ALTERNATE RECORD KEY IS PHA-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-ARCH-STATUS.

              SELECT PERIOD-CALENDAR-FILE ASSIGN TO "PERCAL.DAT"
