                10 SEED-WITHHOLD PIC X(8).
                10 SEED-NET      PIC X(8).
                10 SEED-SSEMP    PIC X(8).
                10 SEED-RECEIVABLE PIC X(8).
                10 SEED-VACATION PIC X(8).

          01 SEED-IX PIC 9(2).

                   MOVE SEED-WITHHOLD(SEED-IX) TO DPT-GL-WITHHOLD
                   MOVE SEED-NET(SEED-IX)      TO DPT-GL-NET
                   MOVE SEED-SSEMP(SEED-IX)    TO DPT-GL-SSEMP
                   MOVE SEED-RECEIVABLE(SEED-IX) TO DPT-GL-RECEIVABLE
                   MOVE SEED-VACATION(SEED-IX) TO DPT-GL-VACATION
                   WRITE DEPARTMENT-RECORD
                   IF WS-DPT-STATUS NOT = "00"
                      DISPLAY "ERROR AL CREAR DEPTO " DPT-CODE
               MOVE "47510010" TO SEED-WITHHOLD(1).
               MOVE "46500010" TO SEED-NET(1).
               MOVE "47600010" TO SEED-SSEMP(1).
               MOVE "46000010" TO SEED-RECEIVABLE(1).
               MOVE "46510010" TO SEED-VACATION(1).

               MOVE "SALE" TO SEED-CODE(2).
               MOVE "VENTAS" TO SEED-DESC(2).
               MOVE "47510020" TO SEED-WITHHOLD(2).
               MOVE "46500020" TO SEED-NET(2).
               MOVE "47600020" TO SEED-SSEMP(2).
               MOVE "46000020" TO SEED-RECEIVABLE(2).
               MOVE "46510020" TO SEED-VACATION(2).

               MOVE "WHSE" TO SEED-CODE(3).
               MOVE "ALMACEN" TO SEED-DESC(3).
               MOVE "47510030" TO SEED-WITHHOLD(3).
               MOVE "46500030" TO SEED-NET(3).
               MOVE "47600030" TO SEED-SSEMP(3).
               MOVE "46000030" TO SEED-RECEIVABLE(3).
               MOVE "46510030" TO SEED-VACATION(3).

          END PROGRAM DEPTMAST-INIT.
