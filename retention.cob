*> by whatever listing step the operators already run (the DISKLIST
*> pattern AuditReport takes).  Absent means the archive pass is
*> skipped.
*>
*> Audit rows are 279 bytes and catalog rows 273 now that both carry
*> a palette name.  Older audit rows read back space-padded and roll
*> into AUDITHIST at the new width unchanged.  An archive counts as
*> current when its header matches the catalog row on the render
*> parameters (bytes 1-253) : a palette change recolours, it does
*> not re-render, so it never makes an archive superseded.
*>
*> Audit rows are sealed into a chain now (auditrec.cpy bytes
*> 280-298, 298-byte rows), and the roll keeps the chain whole.
*> Sealed rows roll strictly as a leading run : once one sealed row
*> is kept, every row after it stays, even if it is older than the
*> cutoff, because a row rolled from behind a kept row would split
*> the chain between the two files.  Pre-seal rows ahead of the
*> chain roll by date as before.  When sealed rows roll, the
*> trimmed log is led by a hand-over row (AuditRowType 'H') carrying
*> the seal of the last row that went to AUDITHIST.  The first row
*> left in AUDITLOG chains from that seal, so AUDITLOG verifies on
*> its own and AUDITHIST + AUDITLOG verify as one chain.  A hand-over
*> row never goes to AUDITHIST : the next roll that moves rows past
*> it replaces it with a new one, and a roll that moves none keeps it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY "auditrec.cpy".

FD  AuditHistory.
01  AuditHistoryRecord          PIC X(298).

FD  AuditNew.
01  AuditNewRecord              PIC X(298).

FD  RegionCatalog.
01  RegionCatalogRecord.
    05  CatalogRecordKey        PIC X(20).
    05  FILLER                  PIC X(253).

FD  ArchList.
01  ArchListRecord.
01  RowsKept                    PIC 9(7) VALUE ZERO.
01  RowsUndated                 PIC 9(7) VALUE ZERO.

*> Audit chain hand-over.  ChainKept goes on with the first sealed
*> row written to AUDITNEW - from then on nothing more may roll.
01  ChainKeptSwitch             PIC X VALUE "N".
    88  ChainKept                       VALUE "Y" FALSE "N".
01  HandOverHeldSwitch          PIC X VALUE "N".
    88  HandOverHeld                    VALUE "Y" FALSE "N".
01  HeldHandOverRow             PIC X(298) VALUE SPACES.
01  SavedAuditRow               PIC X(298) VALUE SPACES.
01  LastRolledSeal              PIC X(18) VALUE SPACES.
01  SealedRowsRolled            PIC 9(7) VALUE ZERO.
01  OldRowsHeld                 PIC 9(7) VALUE ZERO.
01  HandOverTime                PIC 9(8) VALUE ZERO.

*> Every catalog row that names an iteration archive : the name it
*> gives and the full row, for the archive-vs-catalog proof.  The
*> same 500-row ceiling the rest of the shop's tables hold.
01  ArchRegionTable.
    05  ArchRegionEntry OCCURS 500.
        10  ArchTabIterFile     PIC X(40).
        10  ArchTabRowImage     PIC X(273).
01  ArchIndex                   PIC 9(3) COMP VALUE ZERO.
01  FoundIndex                  PIC 9(3) COMP VALUE ZERO.

*> Archive-pass work area : the CBITER header, as RePalette reads it.
01  IterHeaderView.
    05  IterHdrTag              PIC X(08).
    05  IterHdrRegionImage      PIC X(273).

01  ArchiveListSeenSwitch       PIC X VALUE "N".
    88  ArchiveListSeen                 VALUE "Y".
    END-IF

    PERFORM RollOneAuditRow UNTIL AtEndOfAudit
*> Every sealed row rolled (or there were none) : the hand-over
*> still has to lead whatever Cobolbrot appends next.
    IF NOT ChainKept
        PERFORM WriteHandOverRow
    END-IF
    CLOSE AuditLog
    CLOSE AuditHistory
    CLOSE AuditNew
            INTO ReportWorkLine
        MOVE ReportWorkLine TO RetnReportLine
        WRITE RetnReportLine
    END-IF
    IF OldRowsHeld > ZERO
        MOVE OldRowsHeld TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "  OLD ROWS HELD BACK      : " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
               " (BEHIND A KEPT SEALED ROW - ROLLING THEM WOULD"
               DELIMITED BY SIZE
               " SPLIT THE CHAIN)" DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO RetnReportLine
        WRITE RetnReportLine
    END-IF
    IF SealedRowsRolled > ZERO
        MOVE SPACES TO ReportWorkLine
        STRING "  HAND-OVER SEAL          : " DELIMITED BY SIZE
               LastRolledSeal DELIMITED BY SIZE
               " (LAST ROW ROLLED TO AUDITHIST)" DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO RetnReportLine
        WRITE RetnReportLine
    END-IF.

RollOneAuditRow.
    READ AuditLog
        AT END
            SET AtEndOfAudit TO TRUE
            EXIT PARAGRAPH
    END-READ
    ADD 1 TO AuditRowsRead
    EVALUATE TRUE
*> A hand-over row from an earlier roll is held back : it is only
*> written if no sealed row rolls past it.
        WHEN AuditHandOverRow AND NOT ChainKept
            MOVE AuditLogRecord TO HeldHandOverRow
            SET HandOverHeld TO TRUE
        WHEN AuditHandOverRow
            PERFORM KeepAuditRow
*> Pre-seal rows : by date, as before, until the chain is reached.
        WHEN AuditSeal = SPACES
            IF AuditRunDate NOT NUMERIC
                ADD 1 TO RowsUndated
                PERFORM KeepAuditRow
            ELSE
                IF AuditRunDate < CutoffDate AND NOT ChainKept
                    PERFORM RollAuditRowToHistory
                ELSE
                    IF AuditRunDate < CutoffDate
                        ADD 1 TO OldRowsHeld
                    END-IF
                    PERFORM KeepAuditRow
                END-IF
            END-IF
*> Sealed rows roll only as the leading run of the chain.
        WHEN OTHER
            IF AuditRunDate NUMERIC AND AuditRunDate < CutoffDate
                    AND NOT ChainKept
                PERFORM RollAuditRowToHistory
                MOVE AuditSeal TO LastRolledSeal
                ADD 1 TO SealedRowsRolled
                SET HandOverHeld TO FALSE
            ELSE
                IF AuditRunDate NUMERIC AND AuditRunDate < CutoffDate
                    ADD 1 TO OldRowsHeld
                END-IF
                IF NOT ChainKept
                    PERFORM WriteHandOverRow
                    SET ChainKept TO TRUE
                END-IF
                PERFORM KeepAuditRow
            END-IF
    END-EVALUATE.

RollAuditRowToHistory.
    ADD 1 TO RowsRolled
    WRITE AuditHistoryRecord FROM AuditLogRecord
    IF AuditHistoryStatus NOT = "00"
        DISPLAY "RETAIN-E005 WRITE FAILED ON"
            " AUDITHIST, STATUS " AuditHistoryStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

KeepAuditRow.
    ADD 1 TO RowsKept
    WRITE AuditNewRecord FROM AuditLogRecord
    IF AuditNewStatus NOT = "00"
        DISPLAY "RETAIN-E006 WRITE FAILED ON"
            " AUDITNEW, STATUS " AuditNewStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The row that leads the chain in the trimmed log : a fresh
*> hand-over carrying the seal of the last sealed row rolled this
*> run, or else the one the log already had.  The row being kept is
*> set aside while the hand-over is built in the record area.
WriteHandOverRow.
    IF SealedRowsRolled > ZERO
        MOVE AuditLogRecord TO SavedAuditRow
        INITIALIZE AuditLogRecord
        ACCEPT AuditRunDate FROM DATE YYYYMMDD
        ACCEPT HandOverTime FROM TIME
        MOVE HandOverTime TO AuditRunTime
        MOVE "*AUDIT HAND-OVER*" TO AuditRegionName
        MOVE "AUDITHIST" TO AuditOutputFile
        MOVE "N" TO AuditSelectiveRun
        MOVE "H" TO AuditRowType
        MOVE LastRolledSeal TO AuditSeal
        WRITE AuditNewRecord FROM AuditLogRecord
        MOVE SavedAuditRow TO AuditLogRecord
    ELSE
        IF NOT HandOverHeld
            EXIT PARAGRAPH
        END-IF
        WRITE AuditNewRecord FROM HeldHandOverRow
        SET HandOverHeld TO FALSE
    END-IF
    IF AuditNewStatus NOT = "00"
        DISPLAY "RETAIN-E006 WRITE FAILED ON"
            " AUDITNEW, STATUS " AuditNewStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ---------------------------------------------------------------
*> Every catalog row that names an archive, held for the proof
    END-READ
    CLOSE IterData
    SET IterDataOpen TO FALSE
    MOVE IterDataRecord(1:281) TO IterHeaderView
*> Never delete what cannot be proven to be an archive at all.
    IF IterHdrTag NOT = "CBITER"
        ADD 1 TO ArchSkippedCount
        END-IF
    END-PERFORM

*> Bytes 1-253 are the render parameters; the palette name after
*> them only colours the counts, so a region re-pointed at another
*> palette still has a current archive - that is what RePalette is
*> for.
    IF EntryFound
            AND IterHdrRegionImage(1:253)
                = ArchTabRowImage(FoundIndex)(1:253)
        ADD 1 TO ArchKeptCount
        MOVE "KEPT - CURRENT FOR ITS CATALOG ROW"
            TO ArchDisposition
