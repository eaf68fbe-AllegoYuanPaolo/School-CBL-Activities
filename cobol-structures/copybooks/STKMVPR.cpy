      *> Appends STOCK-MOVEMENT-REC (from STKMOVE.cpy) to the shared
      *> STOCK-MOVEMENT-FILE. The caller fills in every field,
      *> SM-STAMP included -- SEQ7 stages the finished image before
      *> it lands, so the stamp cannot be taken here -- and PERFORMs
      *> WRITE-STOCK-MOVEMENT. As with the transaction log, the file
      *> opens on the first call and stays open, so the caller
      *> declares wsSmStatus and wsSmOpen ("N") and PERFORMs
      *> CLOSE-STOCK-MOVEMENTS once at end of run.
          WRITE-STOCK-MOVEMENT.
              IF wsSmOpen NOT = "Y"
                  OPEN EXTEND STOCK-MOVEMENT-FILE
                  IF wsSmStatus = "35"
                      OPEN OUTPUT STOCK-MOVEMENT-FILE
                      CLOSE STOCK-MOVEMENT-FILE
                      OPEN EXTEND STOCK-MOVEMENT-FILE
                  END-IF
                  MOVE "Y" TO wsSmOpen
              END-IF
              WRITE STOCK-MOVEMENT-REC.

          CLOSE-STOCK-MOVEMENTS.
              IF wsSmOpen = "Y"
                  CLOSE STOCK-MOVEMENT-FILE
                  MOVE "N" TO wsSmOpen
              END-IF.
