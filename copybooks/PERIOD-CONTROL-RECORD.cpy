      *double roll that used to shift every part's demand buckets
      *down two and corrupt the usage-based order quantities for a
      *year. a missing file is seeded by the first INVENT-AUDIT run.
      *the retention months and fiscal year start month are keyed
      *by hand in columns 37-41 and drive HIST-PURGE, which archives
      *MOVEHIST.TXT and POHIST.TXT history older than that many
      *months back from the open period - but never anything inside
      *the current or prior fiscal year - and stamps its run date. a
      *file written before these fields existed reads them as spaces,
      *which HIST-PURGE takes as no retention set and will not purge.
       01  PERIOD-CONTROL-RECORD.
           05  PERCTL-CURRENT-PERIOD       PIC 9(6).
           05  PERCTL-AUDIT-RUN-DATE       PIC 9(8).
           05  PERCTL-POST-RUN-DATE        PIC 9(8).
           05  PERCTL-REPORT-RUN-DATE      PIC 9(8).
           05  PERCTL-LAST-ROLLED-PERIOD   PIC 9(6).
           05  PERCTL-RETAIN-MONTHS        PIC 9(3).
           05  PERCTL-FISCAL-START-MONTH   PIC 9(2).
           05  PERCTL-PURGE-RUN-DATE       PIC 9(8).
