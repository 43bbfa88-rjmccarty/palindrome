    01  SOURCE-REGISTRY-RECORD.
        05  SRG-SOURCE-SYSTEM    PIC X(8).
        05  FILLER               PIC X(2).
        05  SRG-STATUS           PIC X(1).
            88  SRG-STATUS-PENDING   VALUE "P".
            88  SRG-STATUS-ACTIVE    VALUE "A".
            88  SRG-STATUS-SUSPENDED VALUE "S".
            88  SRG-STATUS-RETIRED   VALUE "R".
        05  FILLER               PIC X(2).
        05  SRG-ACTIVE-FROM      PIC 9(8).
        05  FILLER               PIC X(2).
        05  SRG-ACTIVE-TO        PIC 9(8).
        05  FILLER               PIC X(2).
        05  SRG-DELIVERY-FILENAME PIC X(44).
        05  FILLER               PIC X(2).
        05  SRG-REJECT-TOLERANCE PIC X(3).
        05  FILLER               PIC X(2).
        05  SRG-COST-CENTER      PIC X(8).
        05  FILLER               PIC X(2).
        05  SRG-PRIVACY-CLASS    PIC X(1).
            88  SRG-PRIVACY-PERSONAL VALUE "P".
