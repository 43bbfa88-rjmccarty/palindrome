    COPY "palinaud.cpy".

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD           PIC X(202).

FD  CATALOG-FILE.
01  CATALOG-RECORD           PIC X(81).
