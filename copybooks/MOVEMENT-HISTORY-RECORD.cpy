      *MOVEMENT-HISTORY-RECORD layout for MOVEHIST.TXT - the
      *permanent stock movement ledger. one record per accepted
      *movement: the receipts, issues, adjustments, transfers and
      *returns to vendor INVENT-POST applies, and the counted
      *corrections CYCLE-COUNT
      *posts. unlike the posting log this file is never overwritten,
      *so the movements between two cycle counts can always be
      *reconstructed. the sequence number makes the key unique when
      *on-hand figure is the master QUANTITY after the movement was
      *applied, so STOCK-CARD can carry a running balance that ties
      *back to the master. the source names the program that posted
      *the movement. the job reference is the POST-JOB-REF an issue
      *or a return to stock was keyed against (spaces for movements
      *not charged to a job), so JOB-COST can total material by job
      *long after the posting log has gone. the lot number is the
      *lot of a lot-controlled part the movement went into or was
      *drawn from (spaces for other parts); an issue that spans
      *several lots is written as one movement per lot.
       01  MOVEMENT-HISTORY-RECORD.
           05  MOVEHIST-KEY.
               10  MOVEHIST-PART-NUMBER    PIC 9(7).
           05  MOVEHIST-LOCATION-TO    PIC X(3).
           05  MOVEHIST-NEW-ON-HAND    PIC 9(7).
           05  MOVEHIST-SOURCE         PIC X(5).
           05  MOVEHIST-JOB-REF        PIC X(8).
           05  MOVEHIST-LOT-NUMBER     PIC X(10).
