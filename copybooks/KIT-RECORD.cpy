      *KIT-RECORD layout for KITMAST.TXT - the kit (bill of
      *materials) master. one record per component of a kit: the
      *parent PART-NUMBER is the assembly built in the stockroom,
      *the component PART-NUMBER is one part it is built from, and
      *the quantity per kit is how many of the component one kit
      *uses. both parts are on INVENT6.TXT. keyed by parent then
      *component, so a kit's components read back together in
      *part order. maintained by KIT-MAINT; INVENT-POST reads it to
      *build kits and KIT-WHEREUSED reports it by component. a kit
      *is active while its parent part is not obsolete.
       01  KIT-RECORD.
           05  KIT-KEY.
               10  KIT-PARENT-PART         PIC 9(7).
               10  KIT-COMPONENT-PART      PIC 9(7).
           05  KIT-QTY-PER             PIC 9(5).
