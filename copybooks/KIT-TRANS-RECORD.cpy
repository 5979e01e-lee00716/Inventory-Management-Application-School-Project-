      *KIT-TRANS-RECORD layout for KIT-MAINT - one kit master
      *transaction per input line: A = add a component to a kit
      *(the first component added starts the kit), C = change the
      *quantity per kit of a component, D = delete a component from
      *a kit. the part numbers and quantity are carried as display
      *fields with numeric redefines so a badly keyed line can be
      *rejected to the log instead of abending the run.
       01  KIT-TRANS-RECORD.
           05  KTRANS-CODE             PIC X(1).
           05  KTRANS-PARENT-PART-X    PIC X(7).
           05  KTRANS-PARENT-PART      REDEFINES KTRANS-PARENT-PART-X
                                       PIC 9(7).
           05  KTRANS-COMPONENT-PART-X PIC X(7).
           05  KTRANS-COMPONENT-PART   REDEFINES
                                       KTRANS-COMPONENT-PART-X
                                       PIC 9(7).
           05  KTRANS-QTY-PER-X        PIC X(5).
           05  KTRANS-QTY-PER          REDEFINES KTRANS-QTY-PER-X
                                       PIC 9(5).
