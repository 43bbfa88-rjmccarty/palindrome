    01  MASK-REQUEST.
        05  MKA-FUNCTION         PIC X(1).
            88  MKA-MASK-TEXT        VALUE "M".
            88  MKA-PREVIEW-MASK     VALUE "P".
            88  MKA-CHECK-SOURCE     VALUE "K".
            88  MKA-UNMASK-TEXT      VALUE "U".
            88  MKA-CLOSE-VAULT      VALUE "C".
        05  MKA-SOURCE-SYSTEM    PIC X(8).
        05  MKA-RECORD-ID        PIC X(20).
        05  MKA-BUSINESS-DATE    PIC 9(8).
        05  MKA-PROGRAM          PIC X(16).
        05  MKA-TEXT             PIC X(25).
        05  MKA-RESULT-TEXT      PIC X(25).
        05  MKA-CLASSIFIED-SW    PIC X(1).
            88  MKA-SOURCE-CLASSIFIED VALUE "Y".
        05  MKA-FOUND-SW         PIC X(1).
            88  MKA-TOKEN-FOUND      VALUE "Y".
