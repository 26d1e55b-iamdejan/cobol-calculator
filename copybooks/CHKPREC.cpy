    *> restart, earlier sets are skipped whole and keys at or below the
    *> checkpoint key are skipped within the checkpointed set. A
    *> checkpoint cut before batch-set numbering existed has no set
    *> number and is treated as set 1. The file is emptied when a
    *> batch run completes, so a checkpoint still on file means a run
    *> that stopped part-way and has not been restarted.
    01 CHECKPOINT-RECORD.
        05 CKPT-LAST-KEY PIC 9(6).
        05 FILLER PIC X(1).
