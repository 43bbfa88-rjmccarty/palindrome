    COPY "palinaud.cpy".

FD  JOB-AUDIT-FILE.
01  JOB-AUDIT-RECORD         PIC X(202).

FD  JOBCAT-FILE.
01  JOBCAT-RECORD            PIC X(110).

FD  NEW-MASTER-FILE.
01  NEW-MASTER-RECORD        PIC X(202).

SD  SORT-WORK-FILE.
01  SORT-WORK-RECORD.
    05  SA-TIMESTAMP          PIC X(26).
    05  SA-JOB-ID             PIC X(16).
    05  SA-SEQUENCE           PIC X(9).
    05  SA-RECORD             PIC X(202).

WORKING-STORAGE SECTION.
01  WS-MASTER-FILENAME        PIC X(80) VALUE "PALINAUD.DAT".
*> the sum of the job-file inputs does the work file replace the
*> master, the job files get deleted and the job catalog reset. On a
*> count mismatch nothing is replaced or deleted and the run ends
*> with a nonzero return code for the scheduler. Records of one job
*> routinely share a timestamp to the hundredth of a second, so the
*> job id and sequence number break the tie - the sort must leave
*> each job's records in the order their check values were chained.
0000-MAIN.
    SORT SORT-WORK-FILE
        ASCENDING KEY SA-TIMESTAMP SA-JOB-ID SA-SEQUENCE
        INPUT PROCEDURE IS 2000-RELEASE-ALL-RECORDS
        OUTPUT PROCEDURE IS 3000-WRITE-MERGED-MASTER

                    NOT AT END
                        ADD 1 TO WS-MASTER-IN-COUNT
                        MOVE AUD-TIMESTAMP TO SA-TIMESTAMP
                        MOVE AUD-JOB-ID    TO SA-JOB-ID
                        MOVE AUD-SEQUENCE  TO SA-SEQUENCE
                        MOVE AUDIT-RECORD  TO SA-RECORD
                        RELEASE SORT-WORK-RECORD
                END-READ
                    CONTINUE
                NOT AT END
                    ADD 1 TO WS-JOB-IN-COUNT
                    MOVE JOB-AUDIT-RECORD(1:26)   TO SA-TIMESTAMP
                    MOVE JOB-AUDIT-RECORD(160:16) TO SA-JOB-ID
                    MOVE JOB-AUDIT-RECORD(176:9)  TO SA-SEQUENCE
                    MOVE JOB-AUDIT-RECORD         TO SA-RECORD
                    RELEASE SORT-WORK-RECORD
            END-READ
        END-PERFORM
