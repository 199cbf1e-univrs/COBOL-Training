           05  RRQ-TO-DATE             PIC X(8).
           05  RRQ-CUTOFF-DATE         PIC X(8).
           05  RRQ-ACK-FEED-DATE       PIC X(8).
           05  RRQ-REBUILD-DATE        PIC X(8).
           05  RRQ-IMPACT-FROM-DATE    PIC X(8).
           05  RRQ-IMPACT-TO-DATE      PIC X(8).
