           MOVE SPACES TO MOVEHIST-LOCATION-TO.
           MOVE QUANTITY TO MOVEHIST-NEW-ON-HAND.
           MOVE "CYCLE" TO MOVEHIST-SOURCE.
           MOVE SPACES TO MOVEHIST-JOB-REF.
           MOVE SPACES TO MOVEHIST-LOT-NUMBER.
           PERFORM 411-TRY-MOVEMENT-WRITE
               UNTIL MOVE-WRITTEN OR MOVEHIST-SEQUENCE = 99999.
           IF NOT MOVE-WRITTEN
