*>                                to the file; AuditReport re-derives
*>                                this from the file itself
*>   259    AuditSelectiveRun    Y when written by a SELECTFL run
*>   260-279 AuditPaletteName     the named palette the deliverable
*>                                was coloured through; spaces = the
*>                                house 8-band palette (and every row
*>                                written before this field existed)
*>   280    AuditRowType         space = a render or merge row;
*>                                'H' = a hand-over row Retention
*>                                writes at the head of a trimmed
*>                                log (see below)
*>   281-298 AuditSeal            18-digit chain seal : a hash of
*>                                bytes 1-280 of this row seeded
*>                                with the seal of the row before
*>                                it (zeros for the first sealed
*>                                row).  Spaces = a pre-seal row,
*>                                written before rows were sealed.
*> A hand-over row carries no render : its AuditSeal is the seal of
*> the last row Retention rolled to AUDITHIST, so the first row
*> left in AUDITLOG still chains from it and the two files verify
*> as one continuous chain.  Every reader other than AuditReport's
*> chain walk skips 'H' rows.
    05  AuditRunDate            PIC 9(8).
    05  AuditRunTime            PIC 9(8).
    05  AuditRegionName         PIC X(20).
    05  AuditChecksum           PIC 9(15).
    05  AuditSampleChecksum     PIC 9(15).
    05  AuditSelectiveRun       PIC X(01).
    05  AuditPaletteName        PIC X(20).
    05  AuditRowType            PIC X(01).
        88  AuditHandOverRow            VALUE "H".
    05  AuditSeal               PIC X(18).
    05  AuditSealHalves REDEFINES AuditSeal.
        10  AuditSealHigh       PIC 9(9).
        10  AuditSealLow        PIC 9(9).
