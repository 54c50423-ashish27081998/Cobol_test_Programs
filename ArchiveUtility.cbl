        FD  BASE-HISTORY-FILE.
        01  BASE-HISTORY-REC.
            05 HIST-RUN-DATE              PIC 9(08).
            05 FILLER                     PIC X(54).

        FD  HISTORY-ARCHIVE-FILE.
        01  HISTORY-ARCHIVE-REC           PIC X(62).

        FD  HISTORY-NEW-FILE.
        01  HISTORY-NEW-REC               PIC X(62).

        FD  STEP-CHECKPOINT-FILE.
            COPY STEPCKPT.
