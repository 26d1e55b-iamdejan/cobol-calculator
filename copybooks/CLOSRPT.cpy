    *> Close-of-day certification report line, CALCCLOS.RPT. One
    *> record per printed line; free-form text. Produced by DayClose:
    *> one numbered PASS/FAIL line per check with the reasons for a
    *> failure indented beneath it, then the certificate (or the
    *> refusal) for the business date.
    01 CLOSE-REPORT-RECORD PIC X(132).
