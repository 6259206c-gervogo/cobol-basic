                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

              SELECT PAYROLL-ARCHIVE-FILE ASSIGN TO "PAYHARCH.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PHA-KEY
                  ALTERNATE RECORD KEY IS PHA-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-ARCH-STATUS.

              SELECT DUPLICATE-SLIP-FILE ASSIGN TO "DUPSLIP.TXT"
