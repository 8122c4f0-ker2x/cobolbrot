IDENTIFICATION DIVISION.
PROGRAM-ID. Chargeback.
AUTHOR. Ker2x.

*> Modification history
*> ---------------------------------------------------------------
*> Finance bills rendering time back to the departments that asked
*> for it.  Every RUNSTATS row (runstats.cpy) already carries the
*> elapsed hundredths, supersample and deep-zoom figures of one
*> region or strip run; this program rolls one month of them up by
*> cost centre into an invoice report (CHGRPT) and a fixed-width
*> extract for the general-ledger feed (CHGGL).
*>
*> Ownership comes from REGOWNER : each row maps a RegionName, or
*> a name prefix (ZOOM covers a whole ZoomSequence flight), to a
*> cost centre and a rate class.  An exact name beats any prefix,
*> and the longest matching prefix beats a shorter one, so one
*> frame of a flight can still be billed elsewhere.
*>
*> The charge for a run is its elapsed hours at the rate class's
*> hourly rate, raised by the deep-zoom surcharge when the run was
*> wide-precision and by the supersample surcharge when it averaged
*> more than one sample per pixel (both when both).  Strip runs are
*> billed strip by strip, which adds up to the region.
*>
*> Two kinds of row are listed in their own section of the report :
*>   - UNOWNED   no REGOWNER row covers the region; never billed,
*>               and never dropped either - assign an owner and
*>               rerun the month
*>   - PARTIAL   StatPartialFlag 'Y', a run stopped at the batch
*>               window deadline.  Billed like any other row, for
*>               its own elapsed time, and listed for information.
*>
*> Partial rows used to be held back on the belief that the run
*> resuming them carried their time, but every run times itself
*> from its own start (StatElapsedHundredths is that run's elapsed
*> time alone), so the compute hours of every stopped run went
*> unbilled.  Each partial row is now billed once, for its own time.
*> Incremental MaxIter raise rows (StatPartialFlag 'R') are billed
*> like any other : their elapsed time is the work actually done.
*>
*> CHGCTL layout (1-based byte offsets), one record :
*>   1-6    ChgCtlMonth         YYYYMM to bill; spaces = the
*>                              calendar month before today
*>   7-9    ChgCtlDeepPct       deep-zoom surcharge percent, 000-999
*>   10-12  ChgCtlSuperPct      supersample surcharge percent
*>   13-84  ChgCtlRate          up to nine rate classes, eight bytes
*>                              each : class letter, then the hourly
*>                              rate as 9(5)V99 (no decimal point);
*>                              unused slots are spaces
*>
*> REGOWNER layout (1-based byte offsets), one owner per record :
*>   1-20   OwnerRegionKey      RegionName, or a name prefix
*>   21     OwnerMatchKind      'E' exact name / 'P' prefix
*>   22-31  OwnerCostCentre
*>   32     OwnerRateClass      one of the CHGCTL classes
*> A row that fails these rules is reported (E005) and ignored, so
*> the regions it meant to cover surface as UNOWNED rather than
*> being billed against a guess.
*>
*> CHGGL layout (1-based byte offsets) :
*>   detail  1      'D'
*>           2-7    billing month YYYYMM
*>           8-17   cost centre
*>           18     rate class
*>           19-31  charge, 9(11)V99, no decimal point
*>           32-42  elapsed hundredths billed, 9(11)
*>           43-47  runs billed, 9(5)
*>   trailer 1      'T'
*>           2-7    billing month YYYYMM
*>           8-12   detail record count, 9(5)
*>           13-27  control total of the charges, 9(13)V99
*>
*> Return code 0 when every row of the month was billed, 4 when an
*> unowned row was left unbilled, 8 when a REGOWNER row was
*> rejected, 16 on a file or table failure.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ChargeControl ASSIGN TO "CHGCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ChargeControlStatus.

    SELECT RegionOwners ASSIGN TO "REGOWNER"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RegionOwnersStatus.

    SELECT RunStats ASSIGN TO "RUNSTATS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunStatsStatus.

    SELECT ChargeReport ASSIGN TO "CHGRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ChargeReportStatus.

    SELECT LedgerExtract ASSIGN TO "CHGGL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS LedgerExtractStatus.

DATA DIVISION.
FILE SECTION.

FD  ChargeControl.
01  ChargeControlRecord.
    05  ChgCtlMonth             PIC X(06).
    05  ChgCtlDeepPct           PIC 9(3).
    05  ChgCtlSuperPct          PIC 9(3).
    05  ChgCtlRate OCCURS 9.
        10  ChgCtlRateClass     PIC X(01).
        10  ChgCtlRatePerHour   PIC 9(5)V99.

FD  RegionOwners.
01  RegionOwnersRecord.
    05  OwnerRegionKey          PIC X(20).
    05  OwnerMatchKind          PIC X(01).
    05  OwnerCostCentre         PIC X(10).
    05  OwnerRateClass          PIC X(01).

*> Shared history row layout - same copybook Cobolbrot writes with.
FD  RunStats.
01  RunStatsRecord.
    COPY "runstats.cpy".

FD  ChargeReport.
01  ChargeReportLine            PIC X(132).

FD  LedgerExtract.
01  LedgerExtractRecord.
    05  GLRecordType            PIC X(01).
    05  GLMonth                 PIC X(06).
    05  GLDetailBody.
        10  GLCostCentre        PIC X(10).
        10  GLRateClass         PIC X(01).
        10  GLCharge            PIC 9(11)V99.
        10  GLHundredths        PIC 9(11).
        10  GLRuns              PIC 9(5).
    05  GLTrailerBody REDEFINES GLDetailBody.
        10  GLRecordCount       PIC 9(5).
        10  GLControlTotal      PIC 9(13)V99.
        10  FILLER              PIC X(20).

WORKING-STORAGE SECTION.

01  ChargeControlStatus         PIC XX VALUE "00".
01  RegionOwnersStatus          PIC XX VALUE "00".
01  RunStatsStatus              PIC XX VALUE "00".
01  ChargeReportStatus          PIC XX VALUE "00".
01  LedgerExtractStatus         PIC XX VALUE "00".

01  EndOfOwnersSwitch           PIC X VALUE "N".
    88  AtEndOfOwners                   VALUE "Y".
01  EndOfStatsSwitch            PIC X VALUE "N".
    88  AtEndOfStats                    VALUE "Y".
01  EntryFoundSwitch            PIC X VALUE "N".
    88  EntryFound                      VALUE "Y" FALSE "N".
01  OwnerRowValidSwitch         PIC X VALUE "N".
    88  OwnerRowValid                   VALUE "Y" FALSE "N".

*> The month being billed and the surcharges, pinned at startup.
01  BillingMonth                PIC X(06) VALUE SPACES.
01  TodayDate                   PIC 9(8) VALUE ZERO.
01  TodayDateView REDEFINES TodayDate.
    05  TodayYear               PIC 9(4).
    05  TodayMonth              PIC 9(2).
    05  TodayDay                PIC 9(2).
01  PriorMonthWork.
    05  PriorYear               PIC 9(4).
    05  PriorMonth              PIC 9(2).
01  DeepSurchargePct            PIC 9(3) VALUE ZERO.
01  SuperSurchargePct           PIC 9(3) VALUE ZERO.

01  RateClassCount              PIC 9(1) VALUE ZERO.
01  RateClassTable.
    05  RateClassEntry OCCURS 9.
        10  RateClassLetter     PIC X(01).
        10  RateClassPerHour    PIC 9(5)V99.
01  RateIndex                   PIC 9(2) COMP VALUE ZERO.
01  FoundRateIndex              PIC 9(2) COMP VALUE ZERO.

*> REGOWNER rows, with each key's significant length worked out
*> once so prefix matching is a single reference-modified compare.
01  OwnerCount                  PIC 9(3) VALUE ZERO.
01  OwnerLimit                  CONSTANT 500.
01  OwnerTable.
    05  OwnerEntry OCCURS 500.
        10  OwnTabKey           PIC X(20).
        10  OwnTabKeyLength     PIC 9(2).
        10  OwnTabKind          PIC X(01).
        10  OwnTabCostCentre    PIC X(10).
        10  OwnTabRateClass     PIC X(01).
01  OwnerIndex                  PIC 9(3) COMP VALUE ZERO.
01  MatchedOwnerIndex           PIC 9(3) COMP VALUE ZERO.
01  MatchedKeyLength            PIC 9(2) VALUE ZERO.
01  KeyLengthWork               PIC 9(2) VALUE ZERO.
01  OwnerRowsRead               PIC 9(5) VALUE ZERO.
01  OwnerRowsRejected           PIC 9(5) VALUE ZERO.

*> Billed lines, one per cost centre / rate class / region, sorted
*> into invoice order before printing.
01  ChargeLineCount             PIC 9(3) VALUE ZERO.
01  ChargeLineLimit             CONSTANT 500.
01  ChargeLineTable.
    05  ChargeLineEntry OCCURS 500.
        10  ChgSortKey.
            15  ChgCostCentre   PIC X(10).
            15  ChgRateClass    PIC X(01).
            15  ChgRegionName   PIC X(20).
        10  ChgRuns             PIC 9(5).
        10  ChgDeepRuns         PIC 9(5).
        10  ChgSuperRuns        PIC 9(5).
        10  ChgHundredths       PIC 9(11).
        10  ChgAmount           PIC 9(11)V99.
01  SwapChargeEntry             PIC X(70) VALUE SPACES.
01  ChargeIndex                 PIC 9(3) COMP VALUE ZERO.
01  ScanIndex                   PIC 9(3) COMP VALUE ZERO.
01  LowIndex                    PIC 9(3) COMP VALUE ZERO.
01  FoundIndex                  PIC 9(3) COMP VALUE ZERO.

*> Rows listed in the exceptions section : 'U' unowned (not
*> billed), 'P' deadline partial (billed as well).  One line per
*> reason and region.
01  ExceptionCount              PIC 9(3) VALUE ZERO.
01  ExceptionLimit              CONSTANT 500.
01  ExceptionTable.
    05  ExceptionEntry OCCURS 500.
        10  ExcReason           PIC X(01).
        10  ExcRegionName       PIC X(20).
        10  ExcCostCentre       PIC X(10).
        10  ExcRuns             PIC 9(5).
        10  ExcHundredths       PIC 9(11).
        10  ExcAmount       PIC 9(11)V99.
01  ExceptionIndex              PIC 9(3) COMP VALUE ZERO.

*> One run's charge, and the per-cost-centre running totals.
01  RunCharge                   PIC 9(11)V99 VALUE ZERO.
01  DeepFactor                  PIC 9(4) VALUE ZERO.
01  SuperFactor                 PIC 9(4) VALUE ZERO.
01  CurrentCostCentre           PIC X(10) VALUE SPACES.
01  CentreAmount                PIC 9(11)V99 VALUE ZERO.
01  CentreHundredths            PIC 9(11) VALUE ZERO.
01  GrandAmount                 PIC 9(13)V99 VALUE ZERO.
01  PartialAmount               PIC 9(13)V99 VALUE ZERO.
01  UnownedLineCount            PIC 9(3) VALUE ZERO.

*> The GL feed is one detail per cost centre and rate class.
01  GLPendingSwitch             PIC X VALUE "N".
    88  GLPending                       VALUE "Y" FALSE "N".
01  GLKeyCentre                 PIC X(10) VALUE SPACES.
01  GLKeyClass                  PIC X(01) VALUE SPACES.
01  GLSumAmount                 PIC 9(11)V99 VALUE ZERO.
01  GLSumHundredths             PIC 9(11) VALUE ZERO.
01  GLSumRuns                   PIC 9(5) VALUE ZERO.
01  GLDetailCount               PIC 9(5) VALUE ZERO.

01  StatRowsRead                PIC 9(7) VALUE ZERO.
01  StatRowsInMonth             PIC 9(7) VALUE ZERO.
01  BadRowsSkipped              PIC 9(7) VALUE ZERO.
01  ChargeReturnCode            PIC S9(4) VALUE ZERO.

01  ReportWorkLine              PIC X(132) VALUE SPACES.
01  AmountEdited                PIC ZZZ,ZZZ,ZZ9.99.
01  BigAmountEdited             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01  HoursEdited                 PIC ZZZ,ZZ9.99.
01  HoursWork                   PIC 9(9)V99 VALUE ZERO.
01  RunCountEdited              PIC ZZZZ9.
01  CountEdited                 PIC ZZZZZZ9.

PROCEDURE DIVISION.

Mainline.
    PERFORM LoadChargeControl
    PERFORM LoadRegionOwners
    PERFORM OpenFiles
    PERFORM ReadOneStatsRow UNTIL AtEndOfStats
    CLOSE RunStats
    PERFORM SortChargeLines
    PERFORM PrintInvoices
    PERFORM PrintExceptions
    PERFORM WriteLedgerTrailer
    PERFORM PrintTotals
    CLOSE ChargeReport
    CLOSE LedgerExtract
    MOVE ChargeReturnCode TO RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> The control card : month, surcharges and the rate classes.
*> ---------------------------------------------------------------
LoadChargeControl.
    OPEN INPUT ChargeControl
    IF ChargeControlStatus NOT = "00"
        DISPLAY "CHARGE-E001 CANNOT OPEN CONTROL FILE CHGCTL,"
            " STATUS " ChargeControlStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    READ ChargeControl
        AT END
            DISPLAY "CHARGE-E001 CONTROL FILE CHGCTL IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE ChargeControl

    ACCEPT TodayDate FROM DATE YYYYMMDD
    IF ChgCtlMonth = SPACES
        IF TodayMonth = 1
            COMPUTE PriorYear = TodayYear - 1
            MOVE 12 TO PriorMonth
        ELSE
            MOVE TodayYear TO PriorYear
            COMPUTE PriorMonth = TodayMonth - 1
        END-IF
        MOVE PriorMonthWork TO BillingMonth
    ELSE
        IF ChgCtlMonth NOT NUMERIC
                OR ChgCtlMonth(5:2) < "01" OR ChgCtlMonth(5:2) > "12"
            DISPLAY "CHARGE-E002 BILLING MONTH '" ChgCtlMonth
                "' IS NOT A VALID YYYYMM"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE ChgCtlMonth TO BillingMonth
    END-IF
    IF ChgCtlDeepPct NOT NUMERIC OR ChgCtlSuperPct NOT NUMERIC
        DISPLAY "CHARGE-E002 SURCHARGE PERCENTS MUST BE 000-999"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ChgCtlDeepPct TO DeepSurchargePct
    MOVE ChgCtlSuperPct TO SuperSurchargePct

    PERFORM VARYING RateIndex FROM 1 BY 1 UNTIL RateIndex > 9
        IF ChgCtlRateClass(RateIndex) NOT = SPACE
            IF ChgCtlRatePerHour(RateIndex) NOT NUMERIC
                DISPLAY "CHARGE-E002 RATE FOR CLASS "
                    ChgCtlRateClass(RateIndex) " IS NOT NUMERIC"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO RateClassCount
            MOVE ChgCtlRateClass(RateIndex)
                TO RateClassLetter(RateClassCount)
            MOVE ChgCtlRatePerHour(RateIndex)
                TO RateClassPerHour(RateClassCount)
        END-IF
    END-PERFORM
    IF RateClassCount = ZERO
        DISPLAY "CHARGE-E002 CHGCTL DEFINES NO RATE CLASSES"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ---------------------------------------------------------------
*> Owner map.  Missing is not fatal - every row then lands in the
*> UNOWNED section, which is the honest answer.
*> ---------------------------------------------------------------
LoadRegionOwners.
    OPEN INPUT RegionOwners
    IF RegionOwnersStatus = "35"
        DISPLAY "CHARGE-W001 NO REGOWNER FILE - EVERY RUN WILL BE"
            " LISTED AS UNOWNED"
        EXIT PARAGRAPH
    END-IF
    IF RegionOwnersStatus NOT = "00"
        DISPLAY "CHARGE-E003 CANNOT OPEN REGOWNER, STATUS "
            RegionOwnersStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL AtEndOfOwners
        READ RegionOwners
            AT END
                SET AtEndOfOwners TO TRUE
            NOT AT END
                ADD 1 TO OwnerRowsRead
                PERFORM LoadOneOwner
        END-READ
    END-PERFORM
    CLOSE RegionOwners.

LoadOneOwner.
    SET OwnerRowValid TO TRUE
    IF OwnerRegionKey = SPACES
            OR (OwnerMatchKind NOT = "E" AND OwnerMatchKind NOT = "P")
            OR OwnerCostCentre = SPACES
        SET OwnerRowValid TO FALSE
    END-IF
    MOVE OwnerRateClass TO GLKeyClass
    PERFORM FindRateClass
    IF FoundRateIndex = ZERO
        SET OwnerRowValid TO FALSE
    END-IF
    IF NOT OwnerRowValid
        DISPLAY "CHARGE-E005 REGOWNER ROW " OwnerRowsRead
            " REJECTED - '" OwnerRegionKey "' NEEDS KIND E OR P,"
            " A COST CENTRE AND A CHGCTL RATE CLASS"
        ADD 1 TO OwnerRowsRejected
        MOVE 8 TO ChargeReturnCode
        EXIT PARAGRAPH
    END-IF
    IF OwnerCount >= OwnerLimit
        DISPLAY "CHARGE-E004 MORE THAN " OwnerLimit
            " ROWS IN REGOWNER"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO OwnerCount
    MOVE OwnerRegionKey TO OwnTabKey(OwnerCount)
    MOVE ZERO TO KeyLengthWork
    INSPECT OwnerRegionKey TALLYING KeyLengthWork
        FOR CHARACTERS BEFORE INITIAL SPACE
    MOVE KeyLengthWork TO OwnTabKeyLength(OwnerCount)
    MOVE OwnerMatchKind TO OwnTabKind(OwnerCount)
    MOVE OwnerCostCentre TO OwnTabCostCentre(OwnerCount)
    MOVE OwnerRateClass TO OwnTabRateClass(OwnerCount).

*> Looks up GLKeyClass in the rate table; zero when absent.
FindRateClass.
    MOVE ZERO TO FoundRateIndex
    PERFORM VARYING RateIndex FROM 1 BY 1
            UNTIL RateIndex > RateClassCount OR FoundRateIndex > ZERO
        IF RateClassLetter(RateIndex) = GLKeyClass
            MOVE RateIndex TO FoundRateIndex
        END-IF
    END-PERFORM.

OpenFiles.
    OPEN INPUT RunStats
    IF RunStatsStatus NOT = "00"
        DISPLAY "CHARGE-E006 CANNOT OPEN RUNSTATS, STATUS "
            RunStatsStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ChargeReport
    IF ChargeReportStatus NOT = "00"
        DISPLAY "CHARGE-E007 CANNOT OPEN REPORT FILE CHGRPT,"
            " STATUS " ChargeReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT LedgerExtract
    IF LedgerExtractStatus NOT = "00"
        DISPLAY "CHARGE-E008 CANNOT OPEN LEDGER EXTRACT CHGGL,"
            " STATUS " LedgerExtractStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO ReportWorkLine
    STRING "RENDER COMPUTE CHARGEBACK - MONTH " DELIMITED BY SIZE
           BillingMonth DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ChargeReportLine
    WRITE ChargeReportLine
    MOVE ALL "=" TO ChargeReportLine(1:40)
    WRITE ChargeReportLine.

*> ---------------------------------------------------------------
*> One pass over the history.  Rows outside the month are passed
*> over; a row whose fixed fields do not class-check is counted and
*> skipped, the same stance StatsReport takes.
*> ---------------------------------------------------------------
ReadOneStatsRow.
    READ RunStats
        AT END
            SET AtEndOfStats TO TRUE
        NOT AT END
            ADD 1 TO StatRowsRead
            IF StatRunDate NOT NUMERIC
                    OR StatElapsedHundredths NOT NUMERIC
                    OR StatSuperSample NOT NUMERIC
                ADD 1 TO BadRowsSkipped
            ELSE
                IF StatRunDate(1:6) = BillingMonth
                    ADD 1 TO StatRowsInMonth
                    PERFORM PostOneRun
                END-IF
            END-IF
    END-READ.

PostOneRun.
    PERFORM FindOwner
    IF MatchedOwnerIndex = ZERO
        MOVE SPACES TO CurrentCostCentre
        MOVE ZERO TO RunCharge
        MOVE "U" TO GLKeyClass
        PERFORM PostException
        EXIT PARAGRAPH
    END-IF
    MOVE OwnTabRateClass(MatchedOwnerIndex) TO GLKeyClass
    PERFORM FindRateClass
    PERFORM ComputeRunCharge
    MOVE OwnTabCostCentre(MatchedOwnerIndex) TO CurrentCostCentre
    PERFORM PostChargeLine
    IF StatPartialFlag = "Y"
        MOVE "P" TO GLKeyClass
        PERFORM PostException
    END-IF.

*> Exact name first; otherwise the longest prefix that matches.
FindOwner.
    MOVE ZERO TO MatchedOwnerIndex
    MOVE ZERO TO MatchedKeyLength
    PERFORM VARYING OwnerIndex FROM 1 BY 1
            UNTIL OwnerIndex > OwnerCount
        IF OwnTabKind(OwnerIndex) = "E"
            IF OwnTabKey(OwnerIndex) = StatRegionName
                MOVE OwnerIndex TO MatchedOwnerIndex
                MOVE 99 TO MatchedKeyLength
            END-IF
        ELSE
            IF OwnTabKeyLength(OwnerIndex) > MatchedKeyLength
                MOVE OwnTabKeyLength(OwnerIndex) TO KeyLengthWork
                IF StatRegionName(1:KeyLengthWork)
                        = OwnTabKey(OwnerIndex)(1:KeyLengthWork)
                    MOVE OwnerIndex TO MatchedOwnerIndex
                    MOVE KeyLengthWork TO MatchedKeyLength
                END-IF
            END-IF
        END-IF
    END-PERFORM.

*> hours = hundredths / 360000; the surcharges compound.  The two
*> factors are whole percents and the one division comes last, so
*> nothing is truncated on the way through.
ComputeRunCharge.
    MOVE 100 TO DeepFactor
    MOVE 100 TO SuperFactor
    IF StatDeepZoom = "Y"
        ADD DeepSurchargePct TO DeepFactor
    END-IF
    IF StatSuperSample > 1
        ADD SuperSurchargePct TO SuperFactor
    END-IF
    COMPUTE RunCharge ROUNDED =
        StatElapsedHundredths * RateClassPerHour(FoundRateIndex)
            * DeepFactor * SuperFactor / 3600000000.

PostChargeLine.
    SET EntryFound TO FALSE
    PERFORM VARYING ChargeIndex FROM 1 BY 1
            UNTIL ChargeIndex > ChargeLineCount OR EntryFound
        IF ChgCostCentre(ChargeIndex) = CurrentCostCentre
                AND ChgRegionName(ChargeIndex) = StatRegionName
                AND ChgRateClass(ChargeIndex)
                    = OwnTabRateClass(MatchedOwnerIndex)
            SET EntryFound TO TRUE
            MOVE ChargeIndex TO FoundIndex
        END-IF
    END-PERFORM
    IF NOT EntryFound
        IF ChargeLineCount >= ChargeLineLimit
            DISPLAY "CHARGE-E009 MORE THAN " ChargeLineLimit
                " BILLED REGION LINES IN ONE MONTH"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO ChargeLineCount
        MOVE ChargeLineCount TO FoundIndex
        MOVE CurrentCostCentre TO ChgCostCentre(FoundIndex)
        MOVE StatRegionName TO ChgRegionName(FoundIndex)
        MOVE OwnTabRateClass(MatchedOwnerIndex)
            TO ChgRateClass(FoundIndex)
        MOVE ZERO TO ChgRuns(FoundIndex)
        MOVE ZERO TO ChgDeepRuns(FoundIndex)
        MOVE ZERO TO ChgSuperRuns(FoundIndex)
        MOVE ZERO TO ChgHundredths(FoundIndex)
        MOVE ZERO TO ChgAmount(FoundIndex)
    END-IF
    ADD 1 TO ChgRuns(FoundIndex)
    IF StatDeepZoom = "Y"
        ADD 1 TO ChgDeepRuns(FoundIndex)
    END-IF
    IF StatSuperSample > 1
        ADD 1 TO ChgSuperRuns(FoundIndex)
    END-IF
    ADD StatElapsedHundredths TO ChgHundredths(FoundIndex)
    ADD RunCharge TO ChgAmount(FoundIndex).

*> GLKeyClass carries the reason in : 'U' unowned, 'P' partial.
PostException.
    SET EntryFound TO FALSE
    PERFORM VARYING ExceptionIndex FROM 1 BY 1
            UNTIL ExceptionIndex > ExceptionCount OR EntryFound
        IF ExcReason(ExceptionIndex) = GLKeyClass
                AND ExcRegionName(ExceptionIndex) = StatRegionName
            SET EntryFound TO TRUE
            MOVE ExceptionIndex TO FoundIndex
        END-IF
    END-PERFORM
    IF NOT EntryFound
        IF ExceptionCount >= ExceptionLimit
            DISPLAY "CHARGE-E009 MORE THAN " ExceptionLimit
                " UNBILLED REGION LINES IN ONE MONTH"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO ExceptionCount
        MOVE ExceptionCount TO FoundIndex
        MOVE GLKeyClass TO ExcReason(FoundIndex)
        MOVE StatRegionName TO ExcRegionName(FoundIndex)
        MOVE CurrentCostCentre TO ExcCostCentre(FoundIndex)
        MOVE ZERO TO ExcRuns(FoundIndex)
        MOVE ZERO TO ExcHundredths(FoundIndex)
        MOVE ZERO TO ExcAmount(FoundIndex)
    END-IF
    ADD 1 TO ExcRuns(FoundIndex)
    ADD StatElapsedHundredths TO ExcHundredths(FoundIndex)
    ADD RunCharge TO ExcAmount(FoundIndex).

*> Selection sort into invoice order - cost centre, class, region.
SortChargeLines.
    PERFORM VARYING ChargeIndex FROM 1 BY 1
            UNTIL ChargeIndex >= ChargeLineCount
        MOVE ChargeIndex TO LowIndex
        PERFORM VARYING ScanIndex FROM ChargeIndex BY 1
                UNTIL ScanIndex > ChargeLineCount
            IF ChgSortKey(ScanIndex) < ChgSortKey(LowIndex)
                MOVE ScanIndex TO LowIndex
            END-IF
        END-PERFORM
        IF LowIndex NOT = ChargeIndex
            MOVE ChargeLineEntry(ChargeIndex) TO SwapChargeEntry
            MOVE ChargeLineEntry(LowIndex)
                TO ChargeLineEntry(ChargeIndex)
            MOVE SwapChargeEntry TO ChargeLineEntry(LowIndex)
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> The invoices : one block per cost centre, a line per region and
*> rate class, a total per centre.  The GL detail records are cut
*> on the same walk, one per cost centre and rate class.
*> ---------------------------------------------------------------
PrintInvoices.
    MOVE SPACES TO CurrentCostCentre
    PERFORM VARYING ChargeIndex FROM 1 BY 1
            UNTIL ChargeIndex > ChargeLineCount
        IF ChgCostCentre(ChargeIndex) NOT = CurrentCostCentre
            IF ChargeIndex > 1
                PERFORM PrintCentreTotal
            END-IF
            MOVE ChgCostCentre(ChargeIndex) TO CurrentCostCentre
            MOVE ZERO TO CentreAmount
            MOVE ZERO TO CentreHundredths
            PERFORM PrintCentreHeading
        END-IF
        PERFORM PrintChargeLine
        ADD ChgAmount(ChargeIndex) TO CentreAmount
        ADD ChgHundredths(ChargeIndex) TO CentreHundredths
        ADD ChgAmount(ChargeIndex) TO GrandAmount
        PERFORM PostLedgerDetail
    END-PERFORM
    IF ChargeLineCount > ZERO
        PERFORM PrintCentreTotal
    END-IF
    PERFORM FlushLedgerDetail.

PrintCentreHeading.
    MOVE SPACES TO ChargeReportLine
    WRITE ChargeReportLine
    MOVE SPACES TO ReportWorkLine
    STRING "INVOICE - COST CENTRE " DELIMITED BY SIZE
           CurrentCostCentre DELIMITED BY SIZE
           "  MONTH " DELIMITED BY SIZE
           BillingMonth DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ChargeReportLine
    WRITE ChargeReportLine
    MOVE SPACES TO ChargeReportLine
    MOVE "REGION" TO ChargeReportLine(5:6)
    MOVE "CLASS" TO ChargeReportLine(25:5)
    MOVE "RUNS" TO ChargeReportLine(33:4)
    MOVE "DEEP" TO ChargeReportLine(39:4)
    MOVE "SS" TO ChargeReportLine(46:2)
    MOVE "HOURS" TO ChargeReportLine(55:5)
    MOVE "CHARGE" TO ChargeReportLine(70:6)
    WRITE ChargeReportLine.

PrintChargeLine.
    MOVE ChgRuns(ChargeIndex) TO RunCountEdited
    COMPUTE HoursWork ROUNDED = ChgHundredths(ChargeIndex) / 360000
    MOVE HoursWork TO HoursEdited
    MOVE ChgAmount(ChargeIndex) TO AmountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "    " DELIMITED BY SIZE
           ChgRegionName(ChargeIndex) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ChgRateClass(ChargeIndex) DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           RunCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ChgDeepRuns(ChargeIndex) TO RunCountEdited
    MOVE RunCountEdited TO ReportWorkLine(38:5)
    MOVE ChgSuperRuns(ChargeIndex) TO RunCountEdited
    MOVE RunCountEdited TO ReportWorkLine(43:5)
    MOVE HoursEdited TO ReportWorkLine(50:10)
    MOVE AmountEdited TO ReportWorkLine(62:14)
    MOVE ReportWorkLine TO ChargeReportLine
    WRITE ChargeReportLine.

PrintCentreTotal.
    COMPUTE HoursWork ROUNDED = CentreHundredths / 360000
    MOVE HoursWork TO HoursEdited
    MOVE CentreAmount TO AmountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "    TOTAL FOR " DELIMITED BY SIZE
           CurrentCostCentre DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE HoursEdited TO ReportWorkLine(50:10)
    MOVE AmountEdited TO ReportWorkLine(62:14)
    MOVE ReportWorkLine TO ChargeReportLine
    WRITE ChargeReportLine.

*> The charge lines arrive in cost-centre and class order, so one
*> detail is accumulated per pair and cut when either changes.
PostLedgerDetail.
    IF GLPending
            AND (ChgCostCentre(ChargeIndex) NOT = GLKeyCentre
                OR ChgRateClass(ChargeIndex) NOT = GLKeyClass)
        PERFORM FlushLedgerDetail
    END-IF
    IF NOT GLPending
        MOVE ChgCostCentre(ChargeIndex) TO GLKeyCentre
        MOVE ChgRateClass(ChargeIndex) TO GLKeyClass
        MOVE ZERO TO GLSumAmount
        MOVE ZERO TO GLSumHundredths
        MOVE ZERO TO GLSumRuns
        SET GLPending TO TRUE
    END-IF
    ADD ChgAmount(ChargeIndex) TO GLSumAmount
    ADD ChgHundredths(ChargeIndex) TO GLSumHundredths
    ADD ChgRuns(ChargeIndex) TO GLSumRuns.

FlushLedgerDetail.
    IF NOT GLPending
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO LedgerExtractRecord
    MOVE "D" TO GLRecordType
    MOVE BillingMonth TO GLMonth
    MOVE GLKeyCentre TO GLCostCentre
    MOVE GLKeyClass TO GLRateClass
    MOVE GLSumAmount TO GLCharge
    MOVE GLSumHundredths TO GLHundredths
    MOVE GLSumRuns TO GLRuns
    WRITE LedgerExtractRecord
    IF LedgerExtractStatus NOT = "00"
        DISPLAY "CHARGE-E008 WRITE FAILED ON CHGGL, STATUS "
            LedgerExtractStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO GLDetailCount
    SET GLPending TO FALSE.

WriteLedgerTrailer.
    MOVE SPACES TO LedgerExtractRecord
    MOVE "T" TO GLRecordType
    MOVE BillingMonth TO GLMonth
    MOVE GLDetailCount TO GLRecordCount
    MOVE GrandAmount TO GLControlTotal
    WRITE LedgerExtractRecord
    IF LedgerExtractStatus NOT = "00"
        DISPLAY "CHARGE-E008 WRITE FAILED ON CHGGL, STATUS "
            LedgerExtractStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ---------------------------------------------------------------
*> The rows that were not billed, and the deadline partials that
*> were.
*> ---------------------------------------------------------------
PrintExceptions.
    MOVE SPACES TO ChargeReportLine
    WRITE ChargeReportLine
    MOVE "UNOWNED REGIONS (NOT BILLED) AND DEADLINE PARTIALS (BILLED)"
        TO ChargeReportLine
    WRITE ChargeReportLine
    IF ExceptionCount = ZERO
        MOVE "  NONE" TO ChargeReportLine
        WRITE ChargeReportLine
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING ExceptionIndex FROM 1 BY 1
            UNTIL ExceptionIndex > ExceptionCount
        MOVE ExcRuns(ExceptionIndex) TO RunCountEdited
        COMPUTE HoursWork ROUNDED =
            ExcHundredths(ExceptionIndex) / 360000
        MOVE HoursWork TO HoursEdited
        MOVE SPACES TO ReportWorkLine
        IF ExcReason(ExceptionIndex) = "U"
            ADD 1 TO UnownedLineCount
            IF ChargeReturnCode < 4
                MOVE 4 TO ChargeReturnCode
            END-IF
            STRING "  UNOWNED  " DELIMITED BY SIZE
                   ExcRegionName(ExceptionIndex) DELIMITED BY SIZE
                   " RUNS " DELIMITED BY SIZE
                   RunCountEdited DELIMITED BY SIZE
                INTO ReportWorkLine
            MOVE HoursEdited TO ReportWorkLine(50:10)
            MOVE "NO REGOWNER ROW" TO ReportWorkLine(62:15)
        ELSE
            MOVE ExcAmount(ExceptionIndex) TO AmountEdited
            ADD ExcAmount(ExceptionIndex) TO PartialAmount
            STRING "  PARTIAL  " DELIMITED BY SIZE
                   ExcRegionName(ExceptionIndex) DELIMITED BY SIZE
                   " RUNS " DELIMITED BY SIZE
                   RunCountEdited DELIMITED BY SIZE
                INTO ReportWorkLine
            MOVE HoursEdited TO ReportWorkLine(50:10)
            MOVE AmountEdited TO ReportWorkLine(62:14)
            MOVE ExcCostCentre(ExceptionIndex) TO ReportWorkLine(78:10)
            MOVE "BILLED AT ITS OWN ELAPSED TIME"
                TO ReportWorkLine(90:30)
        END-IF
        MOVE ReportWorkLine TO ChargeReportLine
        WRITE ChargeReportLine
    END-PERFORM.

PrintTotals.
    MOVE SPACES TO ChargeReportLine
    WRITE ChargeReportLine
    MOVE GrandAmount TO BigAmountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "TOTAL BILLED          : " DELIMITED BY SIZE
           BigAmountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ChargeReportLine
    WRITE ChargeReportLine
    MOVE PartialAmount TO BigAmountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "OF WHICH PARTIAL RUNS : " DELIMITED BY SIZE
           BigAmountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ChargeReportLine
    WRITE ChargeReportLine
    MOVE StatRowsRead TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "HISTORY ROWS READ     : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ChargeReportLine
    WRITE ChargeReportLine
    MOVE StatRowsInMonth TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "ROWS IN THE MONTH     : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ChargeReportLine
    WRITE ChargeReportLine
    IF BadRowsSkipped > ZERO
        MOVE BadRowsSkipped TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "OLD-LAYOUT ROWS SKIPPED : " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO ChargeReportLine
        WRITE ChargeReportLine
    END-IF
    IF OwnerRowsRejected > ZERO
        MOVE OwnerRowsRejected TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "REGOWNER ROWS REJECTED: " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO ChargeReportLine
        WRITE ChargeReportLine
    END-IF
    DISPLAY "CHARGE-I001 MONTH " BillingMonth " - "
        ChargeLineCount " BILLED LINE(S), "
        UnownedLineCount " UNBILLED LINE(S)".

END PROGRAM Chargeback.
