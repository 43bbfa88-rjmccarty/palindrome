        05  SUS-STATUS           PIC X(1).
            88  SUS-IS-HELD          VALUE "H".
            88  SUS-IS-READY         VALUE "R".
            88  SUS-IS-WRITTEN-OFF   VALUE "W".
