    COPY AUDITREC.

FD ARCHIVE-FILE.
01 ARCHIVE-RECORD PIC X(160).

FD KEEP-FILE.
01 KEEP-RECORD PIC X(160).

FD STAT-REPORT-FILE.
    COPY STATRPT.
