    01  REJECT-RETURN-HEADER-RECORD.
        05  RRH-RECORD-TYPE      PIC X(3).
            88  RRH-IS-HEADER        VALUE "HDR".
        05  RRH-SOURCE-SYSTEM    PIC X(8).
        05  RRH-BUSINESS-DATE    PIC 9(8).
        05  RRH-CREATE-DATE      PIC 9(8).
        05  RRH-CREATE-TIME      PIC 9(6).
        05  RRH-DELIVERY-STATUS  PIC X(8).
            88  RRH-PARTIAL          VALUE "PARTIAL".
            88  RRH-RETURNED         VALUE "RETURNED".
    01  REJECT-RETURN-DETAIL-RECORD.
        05  RRD-RECORD-TYPE      PIC X(3).
            88  RRD-IS-DETAIL        VALUE "DTL".
        05  RRD-RECORD-ID        PIC X(20).
        05  RRD-EFFECTIVE-DATE   PIC X(8).
        05  RRD-REASON-CODE      PIC X(2).
        05  RRD-REASON-DESC      PIC X(25).
    01  REJECT-RETURN-TRAILER-RECORD.
        05  RRT-RECORD-TYPE      PIC X(3).
            88  RRT-IS-TRAILER       VALUE "TRL".
        05  RRT-RECORD-COUNT     PIC 9(9).
