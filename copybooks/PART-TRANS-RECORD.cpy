      *(carries only the part number, the new unit price and the
      *effective date). the status column holds the lifecycle status
      *A/I/O; blank takes the default on an add (active) and leaves
      *the master as it stands on a change. the lot-control column
      *is Y for a part received and issued by lot number and expiry
      *date, N for one that is not; blank takes the default on an
      *add (not lot-controlled) and leaves the master as it stands
      *on a change. a "C" no longer touches
      *UNIT-PRICE - repricing goes through "P" so every change is
      *valued on the revaluation report and carried to the GL
      *extract instead of silently shifting the category totals.
                                       PTRANS-EFFECTIVE-DATE-X
                                       PIC 9(8).
           05  PTRANS-STATUS           PIC X(1).
           05  PTRANS-LOT-CONTROL      PIC X(1).
