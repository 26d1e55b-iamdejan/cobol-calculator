    *> Standing-calculation generation register record, appended to
    *> CALCSGEN.DAT by SchedGen for every schedule it fires. Holds the
    *> schedule id, the business date it was generated for, the date
    *> the generator ran, the batch id the record was cut under, the
    *> generator run number for that business date, and the name of
    *> the transaction file written. Before firing, SchedGen checks
    *> each due schedule against this register and skips one already
    *> generated for the business date, so a rerun of the generator
    *> never cuts the same calculation twice. The highest run number
    *> on file for a business date numbers the next run's file and
    *> batch ids.
    01 SCHEDULE-GEN-RECORD.
        05 SGEN-SCHD-ID PIC X(8).
        05 FILLER PIC X(1).
        05 SGEN-BUS-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 SGEN-GEN-DATE PIC X(10).
        05 FILLER PIC X(1).
        05 SGEN-BATCH-ID PIC X(8).
        05 FILLER PIC X(1).
        05 SGEN-RUN-NUMBER PIC 9(3).
        05 FILLER PIC X(1).
        05 SGEN-FILE-NAME PIC X(30).
