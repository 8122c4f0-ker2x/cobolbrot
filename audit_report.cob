*> routes it to a byte-sum pass over the body, which re-derives
*> exactly the checksum Cobolbrot and ImageMerge record for the raw
*> forms.
*>
*> Audit rows carry the palette a render coloured through (bytes
*> 260-279), and the palette joins the per-region parameter key, so
*> re-pointing a region at another palette shows in its history as a
*> change.  Older rows read back with the name blank, which is the
*> house palette they were rendered with.  The checksum pass knows
*> both strip headers : the 295-byte CBSTRIP2 and the older 275-byte
*> CBSTRIP.
*>
*> The reconciliation proves the images match their rows, but not
*> that the rows themselves are untouched.  Cobolbrot and ImageMerge
*> now seal every row they append onto a chain (auditrec.cpy bytes
*> 280-298), and a new AUDIT CHAIN VERIFICATION section walks it :
*> AUDITHIST first when it is on file, then AUDITLOG, recomputing
*> every seal from the row and the seal before it.  Each row where
*> the chain breaks is named : an edited row fails its own seal, a
*> removed or inserted row fails the next row's, and an unsealed row
*> after the chain has started is a break too.  After a break the
*> walk carries on from the stored seal, so one edit reports one
*> row.  Rows written before sealing began are counted as pre-seal,
*> not failures.  Retention's hand-over row must carry the seal of
*> the last AUDITHIST row; with AUDITHIST off file the walk starts
*> from it instead.  The report ends with the seal of the last row,
*> which the operators can note down - a chain cannot show rows cut
*> off its end, but a changed closing seal can.  Hand-over rows are
*> chain bookkeeping, so the history and reconciliation passes skip
*> them.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DiskListStatus.

    *> Optional : Retention's cumulative roll-off, walked ahead of
    *> AUDITLOG so the two verify as one chain.
    SELECT AuditHistory ASSIGN TO "AUDITHIST"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AuditHistoryStatus.

    SELECT ImageInput ASSIGN TO DYNAMIC ImageInputName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ImageInputStatus.
01  AuditLogRecord.
    COPY "auditrec.cpy".

FD  AuditHistory.
01  AuditHistoryRecord          PIC X(298).

FD  DiskList.
01  DiskListRecord.
    05  DiskListFileName        PIC X(40).

01  AuditLogStatus              PIC XX VALUE "00".
01  DiskListStatus              PIC XX VALUE "00".
01  AuditHistoryStatus          PIC XX VALUE "00".
01  ImageInputStatus            PIC XX VALUE "00".
01  AuditReportStatus           PIC XX VALUE "00".


*> Per-region render history.  The parameter key concatenates every
*> field an auditor would call "the parameters" - recurrence, colour,
*> precision, bounds, Julia seed, sizes, iteration cap, supersample,
*> power and palette - and deliberately leaves out the strip assignment and
*> the output file, so one region split four ways renders as one
*> parameter set.
01  RegionHistoryCount          PIC 9(3) VALUE ZERO.
        10  HistFirstDate       PIC 9(8).
        10  HistLastDate        PIC 9(8).
        10  HistChangeCount     PIC 9(3).
        10  HistParamKey        PIC X(168).
01  WorkParamKey                PIC X(168) VALUE SPACES.

*> Latest audit row per output file, for the reconciliation pass.
01  OutputFileCount             PIC 9(3) VALUE ZERO.
01  RawImageSwitch              PIC X VALUE "N".
    88  RawImageFile                    VALUE "Y" FALSE "N".

*> Audit chain walk.  Each row is looked at through ChainRowImage
*> whichever file it came from; the seal hash mirrors main.cob's
*> ComputeAuditSeal.
01  ChainRowImage.
    05  ChainRowDate            PIC X(08).
    05  ChainRowTime            PIC X(08).
    05  ChainRowRegion          PIC X(20).
    05  FILLER                  PIC X(243).
    05  ChainRowType            PIC X(01).
        88  ChainRowHandOver            VALUE "H".
    05  ChainRowSeal            PIC X(18).
    05  ChainRowSealHalves REDEFINES ChainRowSeal.
        10  ChainRowSealHigh    PIC 9(9).
        10  ChainRowSealLow     PIC 9(9).
01  ChainFileName               PIC X(09) VALUE SPACES.
01  ChainRowNumber              PIC 9(7) VALUE ZERO.
01  ChainSeal                   PIC X(18) VALUE ZEROS.
01  ChainSealHalves REDEFINES ChainSeal.
    05  ChainSealHigh           PIC 9(9).
    05  ChainSealLow            PIC 9(9).
01  ExpectedSeal                PIC X(18) VALUE ZEROS.
01  ExpectedSealHalves REDEFINES ExpectedSeal.
    05  ExpectedSealHigh        PIC 9(9).
    05  ExpectedSealLow         PIC 9(9).
01  SealAccumHigh               PIC 9(12) VALUE ZERO.
01  SealAccumLow                PIC 9(12) VALUE ZERO.
01  SealQuotient                PIC 9(12) VALUE ZERO.
01  SealByteValue               PIC 9(3) VALUE ZERO.
01  SealByteIndex               PIC 9(3) COMP VALUE ZERO.
01  SealedRowLength             CONSTANT 280.
01  SealModulusHigh             CONSTANT 999999937.
01  SealModulusLow              CONSTANT 999999929.
01  ChainStartedSwitch          PIC X VALUE "N".
    88  ChainStarted                    VALUE "Y" FALSE "N".
01  ReanchorSwitch              PIC X VALUE "N".
    88  ReanchorOnNextRow               VALUE "Y" FALSE "N".
01  HistoryOnFileSwitch         PIC X VALUE "N".
    88  HistoryOnFile                   VALUE "Y".
01  EndOfHistorySwitch          PIC X VALUE "N".
    88  AtEndOfHistory                  VALUE "Y".
01  ChainAnchoredSwitch         PIC X VALUE "N".
    88  ChainAnchoredOnHandOver         VALUE "Y".
01  HistRowsRead                PIC 9(7) VALUE ZERO.
01  PreSealRowCount             PIC 9(7) VALUE ZERO.
01  SealedRowCount              PIC 9(7) VALUE ZERO.
01  HandOverRowCount            PIC 9(7) VALUE ZERO.
01  LastSealFile                PIC X(09) VALUE SPACES.
01  LastSealRow                 PIC 9(7) VALUE ZERO.
01  ChainBreakReason            PIC X(80) VALUE SPACES.
01  ChainBreakCount             PIC 9(5) VALUE ZERO.
01  ChainBreakLimit             CONSTANT 100.
01  ChainBreakTable.
    05  ChainBreakEntry OCCURS 100.
        10  BreakFileName       PIC X(09).
        10  BreakRowNumber      PIC 9(7).
        10  BreakRunDate        PIC X(08).
        10  BreakRunTime        PIC X(08).
        10  BreakRegionName     PIC X(20).
        10  BreakReason         PIC X(80).
01  BreakIndex                  PIC 9(3) COMP VALUE ZERO.
01  RowNumberEdited             PIC ZZZZZZ9.

01  ReportWorkLine              PIC X(132) VALUE SPACES.
01  RunCountEdited              PIC ZZZZ9.
01  ChangeCountEdited           PIC ZZ9.

Mainline.
    PERFORM OpenFiles
    PERFORM WalkAuditHistory
    MOVE "AUDITLOG" TO ChainFileName
    PERFORM ReadOneAuditRow UNTIL AtEndOfAudit
    CLOSE AuditLog
    PERFORM PrintRenderHistory
    PERFORM PrintReconciliation
    PERFORM PrintOrphans
    PERFORM PrintChainVerification
    PERFORM PrintTotals
    CLOSE AuditReportFile
    MOVE ReportReturnCode TO RETURN-CODE
            SET AtEndOfAudit TO TRUE
        NOT AT END
            ADD 1 TO AuditRowsRead
            MOVE AuditLogRecord TO ChainRowImage
            MOVE AuditRowsRead TO ChainRowNumber
            PERFORM CheckChainRow
            EVALUATE TRUE
                WHEN AuditHandOverRow
                    CONTINUE
                WHEN AuditRunDate NOT NUMERIC
                        OR AuditSizeX NOT NUMERIC
                        OR AuditChecksum NOT NUMERIC
                        OR AuditSampleChecksum NOT NUMERIC
                    ADD 1 TO BadRowsSkipped
                WHEN OTHER
                    PERFORM BuildWorkParamKey
                    PERFORM PostRegionHistory
                    PERFORM PostOutputFile
            END-EVALUATE
    END-READ.

*> ---------------------------------------------------------------
*> AUDITHIST holds the oldest part of the chain, so it is walked
*> first.  Absent is normal until Retention's first roll.
*> ---------------------------------------------------------------
WalkAuditHistory.
    OPEN INPUT AuditHistory
    IF AuditHistoryStatus = "35"
        EXIT PARAGRAPH
    END-IF
    IF AuditHistoryStatus NOT = "00"
        DISPLAY "AUDITRPT-E006 CANNOT OPEN AUDITHIST, STATUS "
            AuditHistoryStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET HistoryOnFile TO TRUE
    MOVE "AUDITHIST" TO ChainFileName
    PERFORM UNTIL AtEndOfHistory
        MOVE SPACES TO AuditHistoryRecord
        READ AuditHistory
            AT END
                SET AtEndOfHistory TO TRUE
            NOT AT END
                ADD 1 TO HistRowsRead
                MOVE AuditHistoryRecord TO ChainRowImage
                MOVE HistRowsRead TO ChainRowNumber
                PERFORM CheckChainRow
        END-READ
    END-PERFORM
    CLOSE AuditHistory.

*> ---------------------------------------------------------------
*> One row of the chain, in ChainRowImage.  ChainSeal is the seal
*> the next sealed row must have been built on.
*> ---------------------------------------------------------------
CheckChainRow.
    EVALUATE TRUE
        WHEN ChainRowHandOver
            ADD 1 TO HandOverRowCount
            PERFORM CheckHandOverRow
        WHEN ChainRowSeal = SPACES
            ADD 1 TO PreSealRowCount
            IF ChainStarted
                MOVE "UNSEALED ROW AFTER THE CHAIN STARTED - ROW"
                    & " INSERTED, OR ITS SEAL BLANKED"
                    TO ChainBreakReason
                PERFORM RecordChainBreak
            END-IF
        WHEN ChainRowSealHigh NOT NUMERIC
                OR ChainRowSealLow NOT NUMERIC
            ADD 1 TO SealedRowCount
            MOVE "SEAL IS DAMAGED (NOT 18 DIGITS)" TO ChainBreakReason
            PERFORM RecordChainBreak
            SET ChainStarted TO TRUE
            SET ReanchorOnNextRow TO TRUE
        WHEN OTHER
            ADD 1 TO SealedRowCount
            IF ReanchorOnNextRow
                SET ReanchorOnNextRow TO FALSE
            ELSE
                PERFORM ComputeChainSeal
                IF ExpectedSeal NOT = ChainRowSeal
                    MOVE "SEAL DOES NOT MATCH - THIS ROW EDITED, OR A"
                        & " ROW BEFORE IT REMOVED OR INSERTED"
                        TO ChainBreakReason
                    PERFORM RecordChainBreak
                END-IF
            END-IF
            MOVE ChainRowSeal TO ChainSeal
            SET ChainStarted TO TRUE
            MOVE ChainFileName TO LastSealFile
            MOVE ChainRowNumber TO LastSealRow
    END-EVALUATE.

*> A hand-over row carries the seal of the last row rolled away.
*> With AUDITHIST walked it must equal the running seal; without
*> it, it is where the chain in AUDITLOG starts.
CheckHandOverRow.
    IF ChainRowSealHigh NOT NUMERIC OR ChainRowSealLow NOT NUMERIC
        MOVE "HAND-OVER SEAL IS DAMAGED (NOT 18 DIGITS)"
            TO ChainBreakReason
        PERFORM RecordChainBreak
        SET ChainStarted TO TRUE
        SET ReanchorOnNextRow TO TRUE
        EXIT PARAGRAPH
    END-IF
    EVALUATE TRUE
        WHEN ChainStarted
            IF ChainRowSeal NOT = ChainSeal
                MOVE "HAND-OVER SEAL DOES NOT MATCH THE LAST SEALED"
                    & " ROW BEFORE IT" TO ChainBreakReason
                PERFORM RecordChainBreak
            END-IF
        WHEN HistoryOnFile
            MOVE "HAND-OVER NAMES SEALED ROWS THAT ARE NOT IN"
                & " AUDITHIST" TO ChainBreakReason
            PERFORM RecordChainBreak
        WHEN OTHER
            SET ChainAnchoredOnHandOver TO TRUE
    END-EVALUATE
    MOVE ChainRowSeal TO ChainSeal
    SET ChainStarted TO TRUE
    SET ReanchorOnNextRow TO FALSE
    MOVE ChainFileName TO LastSealFile
    MOVE ChainRowNumber TO LastSealRow.

*> Same hash as main.cob's ComputeAuditSeal : row bytes 1-280 onto
*> the running seal (zeros before the first sealed row).
ComputeChainSeal.
    IF ChainStarted
        MOVE ChainSealHigh TO SealAccumHigh
        MOVE ChainSealLow TO SealAccumLow
    ELSE
        MOVE ZERO TO SealAccumHigh SealAccumLow
    END-IF
    PERFORM VARYING SealByteIndex FROM 1 BY 1
            UNTIL SealByteIndex > SealedRowLength
        COMPUTE SealByteValue =
            FUNCTION ORD(ChainRowImage(SealByteIndex:1))
        COMPUTE SealAccumHigh = (SealAccumHigh * 256) + SealByteValue
        DIVIDE SealAccumHigh BY SealModulusHigh
            GIVING SealQuotient REMAINDER SealAccumHigh
        COMPUTE SealAccumLow = (SealAccumLow * 131) + SealByteValue
        DIVIDE SealAccumLow BY SealModulusLow
            GIVING SealQuotient REMAINDER SealAccumLow
    END-PERFORM
    MOVE SealAccumHigh TO ExpectedSealHigh
    MOVE SealAccumLow TO ExpectedSealLow.

RecordChainBreak.
    MOVE 8 TO ReportReturnCode
    ADD 1 TO ChainBreakCount
    IF ChainBreakCount > ChainBreakLimit
        EXIT PARAGRAPH
    END-IF
    MOVE ChainFileName TO BreakFileName(ChainBreakCount)
    MOVE ChainRowNumber TO BreakRowNumber(ChainBreakCount)
    MOVE ChainRowDate TO BreakRunDate(ChainBreakCount)
    MOVE ChainRowTime TO BreakRunTime(ChainBreakCount)
    MOVE ChainRowRegion TO BreakRegionName(ChainBreakCount)
    MOVE ChainBreakReason TO BreakReason(ChainBreakCount).

*> Byte offsets into the audit row : 37-165 run mode through the
*> Julia seed, 166-180 the sizes and iteration cap, 185-188 the
*> supersample factor and power, 260-279 the palette name - skipping
*> 181-184, the strip assignment.
BuildWorkParamKey.
    MOVE SPACES TO WorkParamKey
    MOVE AuditLogRecord(37:129) TO WorkParamKey(1:129)
    MOVE AuditLogRecord(166:15) TO WorkParamKey(130:15)
    MOVE AuditLogRecord(185:4) TO WorkParamKey(145:4)
    MOVE AuditLogRecord(260:20) TO WorkParamKey(149:20).

PostRegionHistory.
    SET EntryFound TO FALSE
            AND (RawSniffBuffer(30:1) = "5"
                OR RawSniffBuffer(30:1) = "6")
        SET RawImageFile TO TRUE
*> CBSTRIP2 carries the 273-byte catalog row; a strip left on disk
*> from before that still has the 253-byte row behind its tag.
        IF RawSniffBuffer(1:8) = "CBSTRIP2"
            MOVE 295 TO RawBodyOffset
        ELSE
            MOVE 275 TO RawBodyOffset
        END-IF
    END-IF.

*> ---------------------------------------------------------------
        WRITE AuditReportLine
    END-IF.

*> ---------------------------------------------------------------
*> Report section 4 : the audit chain.
*> ---------------------------------------------------------------
PrintChainVerification.
    MOVE SPACES TO AuditReportLine
    WRITE AuditReportLine
    MOVE "AUDIT CHAIN VERIFICATION" TO AuditReportLine
    WRITE AuditReportLine
    MOVE SPACES TO ReportWorkLine
    IF HistoryOnFile
        MOVE HistRowsRead TO RowNumberEdited
        STRING "  AUDITHIST ROWS WALKED : " DELIMITED BY SIZE
               RowNumberEdited DELIMITED BY SIZE
            INTO ReportWorkLine
    ELSE
        STRING "  AUDITHIST NOT ON FILE - WALK STARTS IN AUDITLOG"
            DELIMITED BY SIZE INTO ReportWorkLine
    END-IF
    MOVE ReportWorkLine TO AuditReportLine
    WRITE AuditReportLine
    MOVE AuditRowsRead TO RowNumberEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  AUDITLOG ROWS WALKED  : " DELIMITED BY SIZE
           RowNumberEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO AuditReportLine
    WRITE AuditReportLine
    MOVE SealedRowCount TO RowNumberEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  SEALED ROWS           : " DELIMITED BY SIZE
           RowNumberEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO AuditReportLine
    WRITE AuditReportLine
    MOVE HandOverRowCount TO RowNumberEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  HAND-OVER ROWS        : " DELIMITED BY SIZE
           RowNumberEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO AuditReportLine
    WRITE AuditReportLine
    MOVE PreSealRowCount TO RowNumberEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  PRE-SEAL ROWS         : " DELIMITED BY SIZE
           RowNumberEdited DELIMITED BY SIZE
           " (WRITTEN BEFORE ROWS WERE SEALED - NOT VERIFIABLE,"
           DELIMITED BY SIZE
           " NOT FAILURES)" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO AuditReportLine
    WRITE AuditReportLine
    IF ChainAnchoredOnHandOver
        MOVE "  CHAIN ANCHORED ON AUDITLOG'S HAND-OVER ROW - THE ROWS"
            & " BEFORE IT ARE IN AUDITHIST, WHICH WAS NOT CHECKED"
            TO AuditReportLine
        WRITE AuditReportLine
    END-IF
    PERFORM VARYING BreakIndex FROM 1 BY 1
            UNTIL BreakIndex > ChainBreakCount
               OR BreakIndex > ChainBreakLimit
        MOVE BreakRowNumber(BreakIndex) TO RowNumberEdited
        MOVE SPACES TO ReportWorkLine
        STRING "  BREAK AT " DELIMITED BY SIZE
               BreakFileName(BreakIndex) DELIMITED BY SPACE
               " ROW" DELIMITED BY SIZE
               RowNumberEdited DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BreakRunDate(BreakIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BreakRunTime(BreakIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BreakRegionName(BreakIndex) DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO AuditReportLine
        WRITE AuditReportLine
        MOVE SPACES TO ReportWorkLine
        STRING "    " DELIMITED BY SIZE
               BreakReason(BreakIndex) DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO AuditReportLine
        WRITE AuditReportLine
    END-PERFORM
    IF ChainBreakCount > ChainBreakLimit
        MOVE "  ... FURTHER BREAKS NOT LISTED" TO AuditReportLine
        WRITE AuditReportLine
    END-IF
    MOVE SPACES TO ReportWorkLine
    IF ChainBreakCount = ZERO
        STRING "  CHAIN INTACT" DELIMITED BY SIZE
            INTO ReportWorkLine
    ELSE
        MOVE ChainBreakCount TO CountEdited
        STRING "  CHAIN BROKEN AT" DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
               " ROW(S)" DELIMITED BY SIZE
            INTO ReportWorkLine
    END-IF
    MOVE ReportWorkLine TO AuditReportLine
    WRITE AuditReportLine
    IF ChainStarted
        MOVE LastSealRow TO RowNumberEdited
        MOVE SPACES TO ReportWorkLine
        STRING "  CHAIN ENDS AT " DELIMITED BY SIZE
               LastSealFile DELIMITED BY SPACE
               " ROW" DELIMITED BY SIZE
               RowNumberEdited DELIMITED BY SIZE
               ", SEAL " DELIMITED BY SIZE
               ChainSeal DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO AuditReportLine
        WRITE AuditReportLine
    END-IF.

PrintTotals.
    MOVE SPACES TO AuditReportLine
    WRITE AuditReportLine
    WRITE AuditReportLine
    DISPLAY "AUDITRPT-I001 " OkCount " OK, " MissingCount
        " MISSING, " AlteredCount " ALTERED, " OrphanCount
        " ORPHANED"
    DISPLAY "AUDITRPT-I002 AUDIT CHAIN : " SealedRowCount
        " SEALED, " PreSealRowCount " PRE-SEAL, " ChainBreakCount
        " BREAK(S)".

END PROGRAM AuditReport.
