IDENTIFICATION DIVISION.
PROGRAM-ID. ShiftHandover.
AUTHOR. Ker2x.

*> Modification history
*> ---------------------------------------------------------------
*> After a night's run the morning operator wrote the handover by
*> hand from AUDITRPT, STATSRPT, the ProgressBoard lines and the
*> scheduler's return codes.  This program reads what the night
*> left behind and writes the handover (HANDRPT) in one pass :
*>   1. REGIONS COMPLETED - a whole-image AUDITLOG row tonight (a
*>      single-pass render, or ImageMerge's row for a merged one);
*>      regions whose every strip is in but not yet merged, and
*>      regions with only some strips in, are listed with them.
*>   2. DEADLINE PARTIALS AWAITING RESTART - RUNSTATS rows flagged
*>      StatPartialFlag 'Y' that no later audit row has finished,
*>      with the checkpoint holding each one's resume point.
*>   3. ABENDED JOBS WITH A CHECKPOINT HELD - every CHECKPOINT /
*>      CHECKPTnn on disk that no deadline stop explains, plus any
*>      left behind by a job that has since finished (stale) or
*>      that cannot be read.
*>   4. REGIONS NEVER STARTED - in the SELECTFL subset when there
*>      is one, otherwise in the REGIONS catalog, with no audit row,
*>      no RUNSTATS row and no checkpoint tonight.
*>   5. SLOWEST REGIONS AGAINST THEIR OWN HISTORY - tonight's
*>      seconds per megapixel against the region's average before
*>      tonight, worst first.  Deadline partials and incremental
*>      MaxIter raise rows (StatPartialFlag 'R') stay out of both
*>      figures, as StatsReport keeps them out of its rates.
*>   6. BATCH WINDOW - from the first run's start to the last
*>      activity, against the DEADLINE cutoff when one is on file.
*>
*> Tonight means rows stamped at or after the start of the night :
*> HANDCTL's date and time, or yesterday at midnight when HANDCTL is
*> absent - the same rule NightReconcile applies to RECONCTL.
*>
*> HANDCTL layout (optional), one record :
*>   1-8    HandCtlNightDate    YYYYMMDD the night's batch began;
*>                              spaces = yesterday
*>   9-16   HandCtlNightTime    HHMMSShh it began; spaces = 00000000
*>   17-19  HandCtlSlowPercent  how far over its own average rate a
*>                              region must run to be flagged SLOW,
*>                              in percent; spaces = 050
*>   20-21  HandCtlSlowCount    how many of the slowest regions to
*>                              list, 01-50; spaces = 10
*>
*> Return code, for the scheduler :
*>   0   CLEAN     every region in scope finished, nothing held
*>   4   RESTART   deadline partials to resume, strips to merge or
*>                 still to run, or regions the deadline kept from
*>                 starting - a restart of the night picks them up
*>   8   ESCALATE  a job abended (a checkpoint no deadline stop
*>                 explains), a checkpoint is stale or unreadable,
*>                 or regions never started on a night with no
*>                 deadline stop to account for it
*>   16  a file or table failure - no handover written

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HandControl ASSIGN TO "HANDCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS HandControlStatus.

    SELECT RegionCatalog ASSIGN TO "REGIONS"
        ORGANIZATION INDEXED
        ACCESS SEQUENTIAL
        RECORD KEY IS RegionName
        FILE STATUS IS RegionCatalogStatus.

    *> Optional subset, same layout as Cobolbrot's SELECTFL.
    SELECT SelectFile ASSIGN TO "SELECTFL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SelectFileStatus.

    SELECT RunStats ASSIGN TO "RUNSTATS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RunStatsStatus.

    SELECT AuditLog ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AuditLogStatus.

    *> Optional, same layout as Cobolbrot's : absent means the night
    *> had no hard stop.
    SELECT DeadlineFile ASSIGN TO "DEADLINE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DeadlineFileStatus.

    SELECT CheckpointFile ASSIGN TO DYNAMIC CheckpointFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CheckpointStatus.

    SELECT HandoverReport ASSIGN TO "HANDRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS HandoverReportStatus.

DATA DIVISION.
FILE SECTION.

FD  HandControl.
01  HandControlRecord.
    05  HandCtlNightDate        PIC X(08).
    05  HandCtlNightTime        PIC X(08).
    05  HandCtlSlowPercent      PIC X(03).
    05  HandCtlSlowCount        PIC X(02).

*> The catalog row layout - same copybook Cobolbrot renders from.
FD  RegionCatalog.
01  RegionCatalogRecord.
    COPY "regionrec.cpy".

FD  SelectFile.
01  SelectFileRecord.
    05  SelectFileRegionName    PIC X(20).

*> Shared history row layout - same copybook Cobolbrot writes with.
FD  RunStats.
01  RunStatsRecord.
    COPY "runstats.cpy".

*> Shared audit row layout - same copybook Cobolbrot writes with.
FD  AuditLog.
01  AuditLogRecord.
    COPY "auditrec.cpy".

*> The batch window's hard stop, local wall-clock HHMMSS.
FD  DeadlineFile.
01  DeadlineRecord.
    05  DeadlineCutoffTime      PIC 9(6).

*> Shared checkpoint layout - same copybook Cobolbrot writes with.
FD  CheckpointFile.
01  CheckpointRecord.
    COPY "ckptrec.cpy".

FD  HandoverReport.
01  HandoverReportLine          PIC X(132).

WORKING-STORAGE SECTION.

01  HandControlStatus           PIC XX VALUE "00".
01  RegionCatalogStatus         PIC XX VALUE "00".
01  SelectFileStatus            PIC XX VALUE "00".
01  RunStatsStatus              PIC XX VALUE "00".
01  AuditLogStatus              PIC XX VALUE "00".
01  DeadlineFileStatus          PIC XX VALUE "00".
01  CheckpointStatus            PIC XX VALUE "00".
01  HandoverReportStatus        PIC XX VALUE "00".

01  CheckpointFileName          PIC X(40) VALUE SPACES.

01  EndOfFileSwitch             PIC X VALUE "N".
    88  AtEndOfFile                     VALUE "Y" FALSE "N".
01  EntryFoundSwitch            PIC X VALUE "N".
    88  EntryFound                      VALUE "Y" FALSE "N".
01  SelectiveRunSwitch          PIC X VALUE "N".
    88  SelectiveRun                    VALUE "Y".
01  ScopeKnownSwitch            PIC X VALUE "N".
    88  ScopeKnown                      VALUE "Y".
01  DeadlineSwitch              PIC X VALUE "N".
    88  DeadlineOn                      VALUE "Y".
01  WindowSeenSwitch            PIC X VALUE "N".
    88  WindowSeen                      VALUE "Y".
01  AddRegionSwitch             PIC X VALUE "N".
    88  AddRegionIfMissing              VALUE "Y" FALSE "N".

*> The start of the night : rows stamped earlier belong to an
*> older night.
01  NightStartDate              PIC 9(8) VALUE ZERO.
01  NightStartTime              PIC 9(8) VALUE ZERO.
01  TodayDate                   PIC 9(8) VALUE ZERO.
01  TodayInteger                PIC 9(8) VALUE ZERO.
01  SlowPercent                 PIC 9(3) VALUE 50.
01  SlowListCount               PIC 9(2) VALUE 10.
01  SlowListLimit               CONSTANT 50.

*> Every date and time below goes onto one timeline, hundredths of
*> a second from the start of the calendar, so a window that runs
*> past midnight measures straight.
01  HundredthsPerDay            CONSTANT 8640000.
01  StampDate                   PIC 9(8) VALUE ZERO.
01  StampTime                   PIC 9(8) VALUE ZERO.
01  StampTimeParts REDEFINES StampTime.
    05  StampHours              PIC 9(2).
    05  StampMinutes            PIC 9(2).
    05  StampSeconds            PIC 9(2).
    05  StampHundredthsPt       PIC 9(2).
01  StampHundredths             PIC 9(15) VALUE ZERO.
01  StampDayNumber              PIC 9(8) VALUE ZERO.
01  StampDayPart                PIC 9(8) VALUE ZERO.
01  RunStartHundredths          PIC 9(15) VALUE ZERO.

*> The batch window : first run start to last activity.
01  WindowStartHundredths       PIC 9(15) VALUE ZERO.
01  WindowEndHundredths         PIC 9(15) VALUE ZERO.
01  CutoffHundredths            PIC 9(15) VALUE ZERO.
01  WindowUsedHundredths        PIC 9(15) VALUE ZERO.
01  WindowAvailHundredths       PIC 9(15) VALUE ZERO.
01  MarginHundredths            PIC 9(15) VALUE ZERO.
01  RenderHundredths            PIC 9(12) VALUE ZERO.
01  WindowUsedPercent           PIC 9(5)V9 VALUE ZERO.
01  CutoffTimeParts.
    05  CutoffHours             PIC 9(2).
    05  CutoffMinutes           PIC 9(2).
    05  CutoffSeconds           PIC 9(2).

*> Every region seen - in scope, run tonight, or in the history -
*> 500 distinct names, the same ceiling the other report tables
*> hold.  Scope rows go in first, so the table starts in catalog
*> (or SELECTFL) order.
01  RegionCount                 PIC 9(3) VALUE ZERO.
01  RegionLimit                 CONSTANT 500.
01  RegionTable.
    05  RegionEntry OCCURS 500.
        10  RgnName             PIC X(20).
        10  RgnInScope          PIC X(01).
        10  RgnActive           PIC X(01).
        10  RgnWholeDone        PIC X(01).
        10  RgnDoneDate         PIC 9(8).
        10  RgnDoneTime         PIC 9(8).
        10  RgnOutputFile       PIC X(40).
        10  RgnStripCount       PIC 9(2).
        10  RgnStripsIn         PIC 9(2).
        10  RgnStripDone        PIC X(01) OCCURS 16.
        10  RgnNightHundredths  PIC 9(12).
        10  RgnNightPixels      PIC 9(13).
        10  RgnHistHundredths   PIC 9(12).
        10  RgnHistPixels       PIC 9(13).
        10  RgnHistRuns         PIC 9(5).
        10  RgnNightRate        PIC 9(7)V99.
        10  RgnHistRate         PIC 9(7)V99.
        10  RgnRatioPercent     PIC 9(5).
01  RegionIndex                 PIC 9(3) COMP VALUE ZERO.
01  FoundRegionIndex            PIC 9(3) COMP VALUE ZERO.
01  LookupName                  PIC X(20) VALUE SPACES.
01  StripIndex                  PIC 9(2) COMP VALUE ZERO.

*> Deadline-partial RUNSTATS rows tonight.  State : 'O' open,
*> 'R' resolved by a later audit row, 'S' superseded by a later
*> partial of the same job.
01  PartialCount                PIC 9(3) VALUE ZERO.
01  PartialLimit                CONSTANT 200.
01  PartialTable.
    05  PartialEntry OCCURS 200.
        10  PtlRegionIx         PIC 9(3).
        10  PtlStripNumber      PIC 9(2).
        10  PtlStripCount       PIC 9(2).
        10  PtlDate             PIC 9(8).
        10  PtlTime             PIC 9(8).
        10  PtlStamp            PIC 9(15).
        10  PtlPixels           PIC 9(9).
        10  PtlState            PIC X(01).
        10  PtlCheckpoint       PIC X(10).
        10  PtlResumeRow        PIC 9(5).
01  PartialIndex                PIC 9(3) COMP VALUE ZERO.
01  FoundPartialIndex           PIC 9(3) COMP VALUE ZERO.
01  OpenPartialCount            PIC 9(3) VALUE ZERO.

*> Checkpoints on disk that no open deadline partial explains.
*> Kind : 'A' abended, 'S' stale (the job finished since), 'U'
*> unreadable.  Job 0 is CHECKPOINT; 1-16 are CHECKPT01..16, the
*> same span as ProgressBoard's sweep.
01  JobIndex                    PIC 9(2) VALUE ZERO.
01  JobNumberEdited             PIC 9(2) VALUE ZERO.
01  CheckpointsFound            PIC 9(2) VALUE ZERO.
01  HeldCount                   PIC 9(2) VALUE ZERO.
01  HeldTable.
    05  HeldEntry OCCURS 17.
        10  HeldFile            PIC X(10).
        10  HeldKind            PIC X(01).
        10  HeldRegion          PIC X(20).
        10  HeldStripNumber     PIC 9(2).
        10  HeldStripCount      PIC 9(2).
        10  HeldRowsDone        PIC 9(5).
        10  HeldRowsTotal       PIC 9(5).
        10  HeldStampTime       PIC 9(8).
01  HeldIndex                   PIC 9(2) COMP VALUE ZERO.
01  AbendCount                  PIC 9(2) VALUE ZERO.
01  StaleCount                  PIC 9(2) VALUE ZERO.
01  UnreadableCount             PIC 9(2) VALUE ZERO.

*> The job's own band, cut from the strip assignment exactly as
*> main.cob's LoadStripAssignment (and ProgressBoard) cut it.
01  StripRowsPer                PIC 9(5) VALUE ZERO.
01  RenderStartRow              PIC 9(5) VALUE ZERO.
01  RenderEndRow                PIC 9(5) VALUE ZERO.

*> The slowest list : region numbers, worst ratio first.
01  SlowCandidateCount          PIC 9(3) VALUE ZERO.
01  SlowTable.
    05  SlowRegionIx OCCURS 500 PIC 9(3).
01  SlowIndex                   PIC 9(3) COMP VALUE ZERO.
01  ScanIndex                   PIC 9(3) COMP VALUE ZERO.
01  HighIndex                   PIC 9(3) COMP VALUE ZERO.
01  SwapRegionIx                PIC 9(3) VALUE ZERO.
01  NoHistoryCount              PIC 9(3) VALUE ZERO.
01  SlowFlaggedCount            PIC 9(3) VALUE ZERO.
01  SlowThresholdPercent        PIC 9(5) VALUE ZERO.

01  StatRowsRead                PIC 9(7) VALUE ZERO.
01  StatRowsTonight             PIC 9(7) VALUE ZERO.
01  AuditRowsRead               PIC 9(7) VALUE ZERO.
01  AuditRowsTonight            PIC 9(7) VALUE ZERO.
01  PartialRowsTonight          PIC 9(5) VALUE ZERO.
01  CompletedCount              PIC 9(3) VALUE ZERO.
01  AwaitingMergeCount          PIC 9(3) VALUE ZERO.
01  StripsOwedCount             PIC 9(3) VALUE ZERO.
01  ScopeCount                  PIC 9(3) VALUE ZERO.
01  NeverStartedCount           PIC 9(3) VALUE ZERO.
01  HandoverReturnCode          PIC S9(4) VALUE ZERO.

01  ReportWorkLine              PIC X(132) VALUE SPACES.
01  CountEdited                 PIC ZZZZ9.
01  StripNoEdited               PIC 9(2) VALUE ZERO.
01  StripOfEdited               PIC 9(2) VALUE ZERO.
01  RowEdited                   PIC ZZZZ9.
01  PixelsEdited                PIC ZZZZZZZZ9.
01  RateEdited                  PIC ZZZZZZ9.99.
01  PercentEdited               PIC ZZZZ9.
01  WindowPercentEdited         PIC ZZZZ9.9.
01  ClockText                   PIC X(08) VALUE SPACES.
01  DateTimeText                PIC X(17) VALUE SPACES.
01  DurationText                PIC X(09) VALUE SPACES.
01  DurationWork                PIC 9(15) VALUE ZERO.
01  DurationHours               PIC 9(5) VALUE ZERO.
01  DurationMinutes             PIC 9(2) VALUE ZERO.
01  DurationRemainder           PIC 9(15) VALUE ZERO.
01  DurationHoursEdited         PIC ZZZZ9.
01  VerdictText                 PIC X(16) VALUE SPACES.

PROCEDURE DIVISION.

Mainline.
    PERFORM LoadHandControl
    PERFORM LoadDeadline
    PERFORM LoadScope
    PERFORM ReadRunStats
    PERFORM ReadAuditLog
    PERFORM SweepCheckpoints
    PERFORM DecideVerdict
    PERFORM OpenReport
    PERFORM PrintCompleted
    PERFORM PrintPartials
    PERFORM PrintHeldCheckpoints
    PERFORM PrintNeverStarted
    PERFORM PrintSlowest
    PERFORM PrintBatchWindow
    PERFORM PrintTotals
    CLOSE HandoverReport
    DISPLAY "HANDOVR-I001 " CompletedCount " COMPLETED, "
        OpenPartialCount " PARTIAL, " AbendCount " ABENDED, "
        NeverStartedCount " NEVER STARTED - NIGHT " VerdictText
    MOVE HandoverReturnCode TO RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> Absent HANDCTL is the usual case : the night began yesterday.
*> Mirrors night_recon.cob's LoadReconControl.
*> ---------------------------------------------------------------
LoadHandControl.
    ACCEPT TodayDate FROM DATE YYYYMMDD
    COMPUTE TodayInteger = FUNCTION INTEGER-OF-DATE(TodayDate)
    COMPUTE NightStartDate =
        FUNCTION DATE-OF-INTEGER(TodayInteger - 1)
    MOVE ZERO TO NightStartTime
    OPEN INPUT HandControl
    IF HandControlStatus = "35"
        EXIT PARAGRAPH
    END-IF
    IF HandControlStatus NOT = "00"
        DISPLAY "HANDOVR-E001 CANNOT OPEN CONTROL FILE HANDCTL,"
            " STATUS " HandControlStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    READ HandControl
        AT END
            DISPLAY "HANDOVR-E001 CONTROL FILE HANDCTL IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE HandControl
    IF HandCtlNightDate NOT = SPACES
        IF HandCtlNightDate NOT NUMERIC
            DISPLAY "HANDOVR-E002 NIGHT DATE '" HandCtlNightDate
                "' IS NOT A VALID YYYYMMDD"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE HandCtlNightDate TO NightStartDate
        IF FUNCTION TEST-DATE-YYYYMMDD(NightStartDate) NOT = ZERO
            DISPLAY "HANDOVR-E002 NIGHT DATE '" HandCtlNightDate
                "' IS NOT A VALID YYYYMMDD"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    IF HandCtlNightTime NOT = SPACES
        IF HandCtlNightTime NOT NUMERIC
                OR HandCtlNightTime(1:2) > "23"
                OR HandCtlNightTime(3:2) > "59"
                OR HandCtlNightTime(5:2) > "59"
            DISPLAY "HANDOVR-E002 NIGHT TIME '" HandCtlNightTime
                "' IS NOT HHMMSShh"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE HandCtlNightTime TO NightStartTime
    END-IF
    IF HandCtlSlowPercent NOT = SPACES
        IF HandCtlSlowPercent NOT NUMERIC
            DISPLAY "HANDOVR-E003 SLOW PERCENT '" HandCtlSlowPercent
                "' IS NOT 000-999"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE HandCtlSlowPercent TO SlowPercent
    END-IF
    IF HandCtlSlowCount NOT = SPACES
        IF HandCtlSlowCount NOT NUMERIC
                OR HandCtlSlowCount = "00"
                OR HandCtlSlowCount > "50"
            DISPLAY "HANDOVR-E003 SLOW LIST COUNT '" HandCtlSlowCount
                "' IS NOT 01-" SlowListLimit
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE HandCtlSlowCount TO SlowListCount
    END-IF.

*> An absent DEADLINE is a night with no hard stop.  Same checks as
*> Cobolbrot's LoadDeadlineControl.
LoadDeadline.
    OPEN INPUT DeadlineFile
    IF DeadlineFileStatus = "35"
        EXIT PARAGRAPH
    END-IF
    IF DeadlineFileStatus NOT = "00"
        DISPLAY "HANDOVR-E004 CANNOT OPEN DEADLINE FILE, STATUS "
            DeadlineFileStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    READ DeadlineFile
        AT END
            DISPLAY "HANDOVR-E004 DEADLINE FILE IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE DeadlineFile
    IF DeadlineCutoffTime NOT NUMERIC
        DISPLAY "HANDOVR-E004 DEADLINE CUTOFF IS NOT A VALID HHMMSS"
            " TIME"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE DeadlineCutoffTime TO CutoffTimeParts
    IF CutoffHours > 23 OR CutoffMinutes > 59 OR CutoffSeconds > 59
        DISPLAY "HANDOVR-E004 DEADLINE CUTOFF IS NOT A VALID HHMMSS"
            " TIME"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET DeadlineOn TO TRUE.

*> ---------------------------------------------------------------
*> The night's scope : the SELECTFL subset when there is one, the
*> whole catalog otherwise.  With neither on file the never-started
*> section cannot be worked out, and says so.
*> ---------------------------------------------------------------
LoadScope.
    SET AddRegionIfMissing TO TRUE
    OPEN INPUT SelectFile
    IF SelectFileStatus = "00"
        SET SelectiveRun TO TRUE
        SET ScopeKnown TO TRUE
        SET AtEndOfFile TO FALSE
        PERFORM UNTIL AtEndOfFile
            READ SelectFile
                AT END
                    SET AtEndOfFile TO TRUE
                NOT AT END
                    IF SelectFileRegionName NOT = SPACES
                        MOVE SelectFileRegionName TO LookupName
                        PERFORM MarkInScope
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SelectFile
        EXIT PARAGRAPH
    END-IF
    IF SelectFileStatus NOT = "35"
        DISPLAY "HANDOVR-E005 CANNOT OPEN SELECT FILE, STATUS "
            SelectFileStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT RegionCatalog
    IF RegionCatalogStatus = "35"
        DISPLAY "HANDOVR-W001 NO REGIONS CATALOG AND NO SELECTFL -"
            " REGIONS NEVER STARTED CANNOT BE LISTED"
        EXIT PARAGRAPH
    END-IF
    IF RegionCatalogStatus NOT = "00"
        DISPLAY "HANDOVR-E005 CANNOT OPEN REGIONS CATALOG, STATUS "
            RegionCatalogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET ScopeKnown TO TRUE
    SET AtEndOfFile TO FALSE
    PERFORM UNTIL AtEndOfFile
        READ RegionCatalog
            AT END
                SET AtEndOfFile TO TRUE
            NOT AT END
                MOVE RegionName TO LookupName
                PERFORM MarkInScope
        END-READ
    END-PERFORM
    CLOSE RegionCatalog.

MarkInScope.
    PERFORM FindRegion
    IF RgnInScope(FoundRegionIndex) NOT = "Y"
        MOVE "Y" TO RgnInScope(FoundRegionIndex)
        ADD 1 TO ScopeCount
    END-IF.

*> LookupName into FoundRegionIndex, adding the region when it is
*> new.
FindRegion.
    SET EntryFound TO FALSE
    PERFORM VARYING RegionIndex FROM 1 BY 1
            UNTIL RegionIndex > RegionCount OR EntryFound
        IF RgnName(RegionIndex) = LookupName
            SET EntryFound TO TRUE
            MOVE RegionIndex TO FoundRegionIndex
        END-IF
    END-PERFORM
    IF EntryFound
        EXIT PARAGRAPH
    END-IF
    IF RegionCount >= RegionLimit
        DISPLAY "HANDOVR-E006 MORE THAN " RegionLimit
            " DISTINCT REGION NAMES IN SCOPE AND HISTORY"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO RegionCount
    MOVE RegionCount TO FoundRegionIndex
    INITIALIZE RegionEntry(FoundRegionIndex)
    MOVE LookupName TO RgnName(FoundRegionIndex)
    MOVE "N" TO RgnInScope(FoundRegionIndex)
                RgnActive(FoundRegionIndex)
                RgnWholeDone(FoundRegionIndex)
    PERFORM VARYING StripIndex FROM 1 BY 1 UNTIL StripIndex > 16
        MOVE "N" TO RgnStripDone(FoundRegionIndex, StripIndex)
    END-PERFORM.

*> StampDate / StampTime onto the timeline, in StampHundredths.
StampToTimeline.
    COMPUTE StampDayNumber = FUNCTION INTEGER-OF-DATE(StampDate)
    COMPUTE StampDayPart =
        (StampHours * 360000) + (StampMinutes * 6000)
        + (StampSeconds * 100) + StampHundredthsPt
    COMPUTE StampHundredths =
        (StampDayNumber * HundredthsPerDay) + StampDayPart.

*> Is StampDate / StampTime tonight?  Sets EntryFound.
CheckTonight.
    SET EntryFound TO FALSE
    IF StampDate > NightStartDate
        SET EntryFound TO TRUE
    END-IF
    IF StampDate = NightStartDate AND StampTime NOT < NightStartTime
        SET EntryFound TO TRUE
    END-IF.

*> A run's end stretches the window; its start (end less its
*> elapsed time) may open it earlier.
StretchWindow.
    IF NOT WindowSeen
        MOVE RunStartHundredths TO WindowStartHundredths
        MOVE StampHundredths TO WindowEndHundredths
        SET WindowSeen TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF RunStartHundredths < WindowStartHundredths
        MOVE RunStartHundredths TO WindowStartHundredths
    END-IF
    IF StampHundredths > WindowEndHundredths
        MOVE StampHundredths TO WindowEndHundredths
    END-IF.

*> ---------------------------------------------------------------
*> RUNSTATS : tonight's runs, and every region's rate before
*> tonight for the slowest-regions comparison.
*> ---------------------------------------------------------------
ReadRunStats.
    OPEN INPUT RunStats
    IF RunStatsStatus = "35"
        DISPLAY "HANDOVR-W002 NO RUNSTATS FILE - NO RUN TIMINGS OR"
            " DEADLINE PARTIALS TO REPORT"
        EXIT PARAGRAPH
    END-IF
    IF RunStatsStatus NOT = "00"
        DISPLAY "HANDOVR-E007 CANNOT OPEN RUNSTATS, STATUS "
            RunStatsStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET AtEndOfFile TO FALSE
    PERFORM UNTIL AtEndOfFile
        READ RunStats
            AT END
                SET AtEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO StatRowsRead
                PERFORM PostOneStatsRow
        END-READ
    END-PERFORM
    CLOSE RunStats.

PostOneStatsRow.
    IF StatRunDate NOT NUMERIC OR StatRunTime NOT NUMERIC
            OR StatPixelCount NOT NUMERIC
            OR StatElapsedHundredths NOT NUMERIC
            OR StatStripNumber NOT NUMERIC
            OR StatStripCount NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE StatRegionName TO LookupName
    PERFORM FindRegion
    MOVE StatRunDate TO StampDate
    MOVE StatRunTime TO StampTime
    PERFORM CheckTonight
    IF NOT EntryFound
        IF StatPartialFlag NOT = "Y" AND StatPartialFlag NOT = "R"
            ADD StatElapsedHundredths
                TO RgnHistHundredths(FoundRegionIndex)
            ADD StatPixelCount TO RgnHistPixels(FoundRegionIndex)
            ADD 1 TO RgnHistRuns(FoundRegionIndex)
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO StatRowsTonight
    MOVE "Y" TO RgnActive(FoundRegionIndex)
    PERFORM StampToTimeline
    COMPUTE RunStartHundredths =
        StampHundredths - StatElapsedHundredths
    PERFORM StretchWindow
    ADD StatElapsedHundredths TO RenderHundredths
    EVALUATE StatPartialFlag
        WHEN "Y"
            ADD 1 TO PartialRowsTonight
            PERFORM AddPartial
        WHEN "R"
            CONTINUE
        WHEN OTHER
            ADD StatElapsedHundredths
                TO RgnNightHundredths(FoundRegionIndex)
            ADD StatPixelCount TO RgnNightPixels(FoundRegionIndex)
    END-EVALUATE.

*> A job stopped at the deadline twice in one night (resumed, and
*> stopped again) is owed once : the later stop supersedes.
AddPartial.
    PERFORM VARYING PartialIndex FROM 1 BY 1
            UNTIL PartialIndex > PartialCount
        IF PtlRegionIx(PartialIndex) = FoundRegionIndex
                AND PtlStripNumber(PartialIndex) = StatStripNumber
                AND PtlState(PartialIndex) = "O"
            MOVE "S" TO PtlState(PartialIndex)
        END-IF
    END-PERFORM
    IF PartialCount >= PartialLimit
        DISPLAY "HANDOVR-E008 MORE THAN " PartialLimit
            " DEADLINE PARTIALS IN ONE NIGHT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO PartialCount
    MOVE FoundRegionIndex TO PtlRegionIx(PartialCount)
    MOVE StatStripNumber TO PtlStripNumber(PartialCount)
    MOVE StatStripCount TO PtlStripCount(PartialCount)
    MOVE StatRunDate TO PtlDate(PartialCount)
    MOVE StatRunTime TO PtlTime(PartialCount)
    MOVE StampHundredths TO PtlStamp(PartialCount)
    MOVE StatPixelCount TO PtlPixels(PartialCount)
    MOVE "O" TO PtlState(PartialCount)
    MOVE SPACES TO PtlCheckpoint(PartialCount)
    MOVE ZERO TO PtlResumeRow(PartialCount).

*> ---------------------------------------------------------------
*> AUDITLOG : what finished tonight.  A strip's row is written only
*> at its last row, a whole-image row only when the image is whole.
*> ---------------------------------------------------------------
ReadAuditLog.
    OPEN INPUT AuditLog
    IF AuditLogStatus = "35"
        DISPLAY "HANDOVR-W003 NO AUDITLOG - NOTHING CAN BE SHOWN AS"
            " COMPLETED"
        EXIT PARAGRAPH
    END-IF
    IF AuditLogStatus NOT = "00"
        DISPLAY "HANDOVR-E009 CANNOT OPEN AUDITLOG, STATUS "
            AuditLogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET AtEndOfFile TO FALSE
    PERFORM UNTIL AtEndOfFile
        READ AuditLog
            AT END
                SET AtEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO AuditRowsRead
                PERFORM PostOneAuditRow
        END-READ
    END-PERFORM
    CLOSE AuditLog.

PostOneAuditRow.
    IF AuditHandOverRow
        EXIT PARAGRAPH
    END-IF
    IF AuditRunDate NOT NUMERIC OR AuditRunTime NOT NUMERIC
            OR AuditStripNumber NOT NUMERIC
            OR AuditStripCount NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE AuditRunDate TO StampDate
    MOVE AuditRunTime TO StampTime
    PERFORM CheckTonight
    IF NOT EntryFound
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO AuditRowsTonight
    MOVE AuditRegionName TO LookupName
    PERFORM FindRegion
    MOVE "Y" TO RgnActive(FoundRegionIndex)
    PERFORM StampToTimeline
    MOVE StampHundredths TO RunStartHundredths
    PERFORM StretchWindow
    IF AuditStripNumber = ZERO
        MOVE "Y" TO RgnWholeDone(FoundRegionIndex)
        MOVE AuditRunDate TO RgnDoneDate(FoundRegionIndex)
        MOVE AuditRunTime TO RgnDoneTime(FoundRegionIndex)
        MOVE AuditOutputFile TO RgnOutputFile(FoundRegionIndex)
    ELSE
        IF AuditStripNumber NOT > 16
            IF RgnStripDone(FoundRegionIndex, AuditStripNumber)
                    NOT = "Y"
                MOVE "Y" TO
                    RgnStripDone(FoundRegionIndex, AuditStripNumber)
                ADD 1 TO RgnStripsIn(FoundRegionIndex)
            END-IF
            MOVE AuditStripCount TO RgnStripCount(FoundRegionIndex)
        END-IF
    END-IF
*> A later finish of the same job - or of the whole image - settles
*> any deadline stop before it.
    PERFORM VARYING PartialIndex FROM 1 BY 1
            UNTIL PartialIndex > PartialCount
        IF PtlRegionIx(PartialIndex) = FoundRegionIndex
                AND PtlState(PartialIndex) = "O"
                AND PtlStamp(PartialIndex) NOT > StampHundredths
                AND (PtlStripNumber(PartialIndex) = AuditStripNumber
                     OR AuditStripNumber = ZERO)
            MOVE "R" TO PtlState(PartialIndex)
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> Every checkpoint on disk.  One matching an open deadline partial
*> is that partial's resume point; any other is an abend, or stale
*> when its job has finished since.
*> ---------------------------------------------------------------
SweepCheckpoints.
    PERFORM VARYING JobIndex FROM 0 BY 1 UNTIL JobIndex > 16
        PERFORM ReadOneCheckpoint
    END-PERFORM
    PERFORM VARYING PartialIndex FROM 1 BY 1
            UNTIL PartialIndex > PartialCount
        IF PtlState(PartialIndex) = "O"
            ADD 1 TO OpenPartialCount
        END-IF
    END-PERFORM.

ReadOneCheckpoint.
    IF JobIndex = ZERO
        MOVE "CHECKPOINT" TO CheckpointFileName
    ELSE
        MOVE JobIndex TO JobNumberEdited
        MOVE SPACES TO CheckpointFileName
        STRING "CHECKPT" DELIMITED BY SIZE
               JobNumberEdited DELIMITED BY SIZE
            INTO CheckpointFileName
    END-IF
    OPEN INPUT CheckpointFile
    IF CheckpointStatus = "35"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CheckpointsFound
    IF CheckpointStatus NOT = "00"
        PERFORM AddUnreadableCheckpoint
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CheckpointRecord
    READ CheckpointFile
        AT END
            MOVE SPACES TO CheckpointRecord
    END-READ
    CLOSE CheckpointFile
    IF CkptScreenX NOT NUMERIC OR CkptSizeX NOT NUMERIC
            OR CkptStripNumber NOT NUMERIC
            OR CkptStripCount NOT NUMERIC
            OR CkptRegionName = SPACES
        PERFORM AddUnreadableCheckpoint
        EXIT PARAGRAPH
    END-IF
    MOVE CkptRegionName TO LookupName
    PERFORM FindRegion
    MOVE "Y" TO RgnActive(FoundRegionIndex)
    PERFORM ComputeCheckpointBand
*> The latest open partial of the same job takes this checkpoint.
    MOVE ZERO TO FoundPartialIndex
    PERFORM VARYING PartialIndex FROM 1 BY 1
            UNTIL PartialIndex > PartialCount
        IF PtlRegionIx(PartialIndex) = FoundRegionIndex
                AND PtlStripNumber(PartialIndex) = CkptStripNumber
                AND PtlState(PartialIndex) = "O"
            MOVE PartialIndex TO FoundPartialIndex
        END-IF
    END-PERFORM
    IF FoundPartialIndex > ZERO
        MOVE CheckpointFileName TO PtlCheckpoint(FoundPartialIndex)
        COMPUTE PtlResumeRow(FoundPartialIndex) = CkptScreenX + 1
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO HeldCount
    MOVE CheckpointFileName TO HeldFile(HeldCount)
    MOVE CkptRegionName TO HeldRegion(HeldCount)
    MOVE CkptStripNumber TO HeldStripNumber(HeldCount)
    MOVE CkptStripCount TO HeldStripCount(HeldCount)
    COMPUTE HeldRowsDone(HeldCount) =
        (CkptScreenX - RenderStartRow) + 1
    COMPUTE HeldRowsTotal(HeldCount) =
        (RenderEndRow - RenderStartRow) + 1
    IF CkptStampTime NUMERIC
        MOVE CkptStampTime TO HeldStampTime(HeldCount)
    ELSE
        MOVE ZERO TO HeldStampTime(HeldCount)
    END-IF
    IF RgnWholeDone(FoundRegionIndex) = "Y"
        MOVE "S" TO HeldKind(HeldCount)
        ADD 1 TO StaleCount
        EXIT PARAGRAPH
    END-IF
    IF CkptStripNumber > ZERO AND CkptStripNumber NOT > 16
        IF RgnStripDone(FoundRegionIndex, CkptStripNumber) = "Y"
            MOVE "S" TO HeldKind(HeldCount)
            ADD 1 TO StaleCount
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE "A" TO HeldKind(HeldCount)
    ADD 1 TO AbendCount.

AddUnreadableCheckpoint.
    ADD 1 TO HeldCount
    ADD 1 TO UnreadableCount
    INITIALIZE HeldEntry(HeldCount)
    MOVE CheckpointFileName TO HeldFile(HeldCount)
    MOVE "U" TO HeldKind(HeldCount).

*> Mirrors progress_board.cob's ComputeJobProgress.
ComputeCheckpointBand.
    IF CkptStripCount > ZERO AND CkptStripNumber > ZERO
        COMPUTE StripRowsPer = CkptSizeX / CkptStripCount
        COMPUTE RenderStartRow =
            (CkptStripNumber - 1) * StripRowsPer
        IF CkptStripNumber = CkptStripCount
            COMPUTE RenderEndRow = CkptSizeX - 1
        ELSE
            COMPUTE RenderEndRow =
                RenderStartRow + StripRowsPer - 1
        END-IF
    ELSE
        MOVE ZERO TO RenderStartRow
        COMPUTE RenderEndRow = CkptSizeX - 1
    END-IF.

*> ---------------------------------------------------------------
*> The verdict.  Counting the completed, owed and never-started
*> regions here, ahead of the report, lets the heading carry it.
*> ---------------------------------------------------------------
DecideVerdict.
    PERFORM VARYING RegionIndex FROM 1 BY 1
            UNTIL RegionIndex > RegionCount
        EVALUATE TRUE
            WHEN RgnWholeDone(RegionIndex) = "Y"
                ADD 1 TO CompletedCount
            WHEN RgnStripsIn(RegionIndex) > ZERO
                    AND RgnStripsIn(RegionIndex)
                        = RgnStripCount(RegionIndex)
                ADD 1 TO AwaitingMergeCount
            WHEN RgnStripsIn(RegionIndex) > ZERO
                ADD 1 TO StripsOwedCount
            WHEN RgnInScope(RegionIndex) = "Y"
                    AND RgnActive(RegionIndex) NOT = "Y"
                ADD 1 TO NeverStartedCount
        END-EVALUATE
    END-PERFORM
    MOVE ZERO TO HandoverReturnCode
    MOVE "CLEAN" TO VerdictText
    IF OpenPartialCount > ZERO OR AwaitingMergeCount > ZERO
            OR StripsOwedCount > ZERO OR NeverStartedCount > ZERO
        MOVE 4 TO HandoverReturnCode
        MOVE "NEEDS A RESTART" TO VerdictText
    END-IF
    IF AbendCount > ZERO OR StaleCount > ZERO
            OR UnreadableCount > ZERO
            OR (NeverStartedCount > ZERO AND PartialRowsTonight = ZERO)
        MOVE 8 TO HandoverReturnCode
        MOVE "NEEDS ESCALATION" TO VerdictText
    END-IF.

OpenReport.
    OPEN OUTPUT HandoverReport
    IF HandoverReportStatus NOT = "00"
        DISPLAY "HANDOVR-E010 CANNOT OPEN REPORT FILE HANDRPT,"
            " STATUS " HandoverReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO ReportWorkLine
    STRING "SHIFT HANDOVER - NIGHT FROM " DELIMITED BY SIZE
           NightStartDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           NightStartTime(1:6) DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE SPACES TO HandoverReportLine
    MOVE ALL "=" TO HandoverReportLine(1:55)
    WRITE HandoverReportLine
    MOVE SPACES TO ReportWorkLine
    STRING "NIGHT STATUS : " DELIMITED BY SIZE
           VerdictText DELIMITED BY "  "
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine.

*> ---------------------------------------------------------------
*> Report section 1 : regions completed, and regions with strips
*> in but no whole image yet.
*> ---------------------------------------------------------------
PrintCompleted.
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE "REGIONS COMPLETED" TO HandoverReportLine
    WRITE HandoverReportLine
    PERFORM VARYING RegionIndex FROM 1 BY 1
            UNTIL RegionIndex > RegionCount
        IF RgnWholeDone(RegionIndex) = "Y"
            MOVE RgnDoneDate(RegionIndex) TO StampDate
            MOVE RgnDoneTime(RegionIndex) TO StampTime
            PERFORM FormatDateTime
            MOVE SPACES TO ReportWorkLine
            STRING "  " DELIMITED BY SIZE
                   RgnName(RegionIndex) DELIMITED BY SIZE
                   " DONE " DELIMITED BY SIZE
                   DateTimeText DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   RgnOutputFile(RegionIndex) DELIMITED BY SIZE
                INTO ReportWorkLine
            MOVE ReportWorkLine TO HandoverReportLine
            WRITE HandoverReportLine
        END-IF
    END-PERFORM
    IF CompletedCount = ZERO
        MOVE "  NONE" TO HandoverReportLine
        WRITE HandoverReportLine
    END-IF
    IF AwaitingMergeCount = ZERO AND StripsOwedCount = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE "STRIP REGIONS NOT YET WHOLE" TO HandoverReportLine
    WRITE HandoverReportLine
    PERFORM VARYING RegionIndex FROM 1 BY 1
            UNTIL RegionIndex > RegionCount
        IF RgnWholeDone(RegionIndex) NOT = "Y"
                AND RgnStripsIn(RegionIndex) > ZERO
            MOVE RgnStripsIn(RegionIndex) TO StripNoEdited
            MOVE RgnStripCount(RegionIndex) TO StripOfEdited
            MOVE SPACES TO ReportWorkLine
            STRING "  " DELIMITED BY SIZE
                   RgnName(RegionIndex) DELIMITED BY SIZE
                   " STRIPS IN " DELIMITED BY SIZE
                   StripNoEdited DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   StripOfEdited DELIMITED BY SIZE
                INTO ReportWorkLine
            IF RgnStripsIn(RegionIndex) = RgnStripCount(RegionIndex)
                MOVE "- READY TO MERGE (SEE NIGHTRECONCILE MERGERDY)"
                    TO ReportWorkLine(43:)
            ELSE
                MOVE "- STRIPS STILL OWED (SEE NIGHTRECONCILE RERUNCTL)"
                    TO ReportWorkLine(43:)
            END-IF
            MOVE ReportWorkLine TO HandoverReportLine
            WRITE HandoverReportLine
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> Report section 2 : deadline stops still owed.
*> ---------------------------------------------------------------
PrintPartials.
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE "DEADLINE PARTIALS AWAITING RESTART" TO HandoverReportLine
    WRITE HandoverReportLine
    PERFORM VARYING PartialIndex FROM 1 BY 1
            UNTIL PartialIndex > PartialCount
        IF PtlState(PartialIndex) = "O"
            PERFORM PrintOnePartial
        END-IF
    END-PERFORM
    IF OpenPartialCount = ZERO
        MOVE "  NONE" TO HandoverReportLine
        WRITE HandoverReportLine
    END-IF.

PrintOnePartial.
    MOVE PtlRegionIx(PartialIndex) TO RegionIndex
    MOVE PtlDate(PartialIndex) TO StampDate
    MOVE PtlTime(PartialIndex) TO StampTime
    PERFORM FormatDateTime
    MOVE PtlPixels(PartialIndex) TO PixelsEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  " DELIMITED BY SIZE
           RgnName(RegionIndex) DELIMITED BY SIZE
        INTO ReportWorkLine
    IF PtlStripNumber(PartialIndex) > ZERO
        MOVE PtlStripNumber(PartialIndex) TO StripNoEdited
        MOVE PtlStripCount(PartialIndex) TO StripOfEdited
        STRING " STRIP " DELIMITED BY SIZE
               StripNoEdited DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               StripOfEdited DELIMITED BY SIZE
            INTO ReportWorkLine(23:)
    END-IF
    STRING "STOPPED " DELIMITED BY SIZE
           DateTimeText DELIMITED BY SIZE
           " PIXELS " DELIMITED BY SIZE
           PixelsEdited DELIMITED BY SIZE
        INTO ReportWorkLine(40:)
    IF PtlCheckpoint(PartialIndex) = SPACES
        MOVE "NO CHECKPOINT ON DISK - RESTARTS FROM THE TOP"
            TO ReportWorkLine(86:)
    ELSE
        MOVE PtlResumeRow(PartialIndex) TO RowEdited
        STRING "RESUMES ROW " DELIMITED BY SIZE
               RowEdited DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               PtlCheckpoint(PartialIndex) DELIMITED BY SPACE
            INTO ReportWorkLine(86:)
    END-IF
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine.

*> ---------------------------------------------------------------
*> Report section 3 : checkpoints no deadline stop explains.
*> ---------------------------------------------------------------
PrintHeldCheckpoints.
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE "ABENDED JOBS WITH A CHECKPOINT HELD" TO HandoverReportLine
    WRITE HandoverReportLine
    PERFORM VARYING HeldIndex FROM 1 BY 1
            UNTIL HeldIndex > HeldCount
        PERFORM PrintOneHeld
    END-PERFORM
    IF HeldCount = ZERO
        MOVE "  NONE" TO HandoverReportLine
        WRITE HandoverReportLine
    END-IF.

PrintOneHeld.
    MOVE SPACES TO ReportWorkLine
    STRING "  " DELIMITED BY SIZE
           HeldFile(HeldIndex) DELIMITED BY SIZE
        INTO ReportWorkLine
    IF HeldKind(HeldIndex) = "U"
        MOVE "UNREADABLE - NOT A COBOLBROT CHECKPOINT; INSPECT BEFORE"
            & " ANY RESTART" TO ReportWorkLine(14:)
        MOVE ReportWorkLine TO HandoverReportLine
        WRITE HandoverReportLine
        EXIT PARAGRAPH
    END-IF
    MOVE HeldRegion(HeldIndex) TO ReportWorkLine(14:20)
    IF HeldStripNumber(HeldIndex) > ZERO
        MOVE HeldStripNumber(HeldIndex) TO StripNoEdited
        MOVE HeldStripCount(HeldIndex) TO StripOfEdited
        STRING "STRIP " DELIMITED BY SIZE
               StripNoEdited DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               StripOfEdited DELIMITED BY SIZE
            INTO ReportWorkLine(35:)
    END-IF
    MOVE HeldRowsDone(HeldIndex) TO RowEdited
    MOVE HeldRowsTotal(HeldIndex) TO CountEdited
    MOVE HeldStampTime(HeldIndex) TO StampTime
    PERFORM FormatClock
    STRING "ROWS " DELIMITED BY SIZE
           RowEdited DELIMITED BY SIZE
           " OF " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
           " AT " DELIMITED BY SIZE
           ClockText DELIMITED BY SIZE
        INTO ReportWorkLine(50:)
    IF HeldKind(HeldIndex) = "S"
        MOVE "STALE - JOB FINISHED SINCE; REMOVE BEFORE A RESTART"
            TO ReportWorkLine(82:)
    ELSE
        MOVE "ABENDED - RERUN RESUMES FROM IT" TO ReportWorkLine(82:)
    END-IF
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine.

*> ---------------------------------------------------------------
*> Report section 4 : in scope, and no trace tonight.
*> ---------------------------------------------------------------
PrintNeverStarted.
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE SPACES TO ReportWorkLine
    IF SelectiveRun
        STRING "REGIONS NEVER STARTED (SELECTFL SUBSET)"
            DELIMITED BY SIZE INTO ReportWorkLine
    ELSE
        STRING "REGIONS NEVER STARTED (REGIONS CATALOG)"
            DELIMITED BY SIZE INTO ReportWorkLine
    END-IF
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    IF NOT ScopeKnown
        MOVE "  NOT KNOWN - NO REGIONS CATALOG AND NO SELECTFL ON FILE"
            TO HandoverReportLine
        WRITE HandoverReportLine
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING RegionIndex FROM 1 BY 1
            UNTIL RegionIndex > RegionCount
        IF RgnInScope(RegionIndex) = "Y"
                AND RgnActive(RegionIndex) NOT = "Y"
            MOVE SPACES TO ReportWorkLine
            STRING "  " DELIMITED BY SIZE
                   RgnName(RegionIndex) DELIMITED BY SIZE
                INTO ReportWorkLine
            MOVE ReportWorkLine TO HandoverReportLine
            WRITE HandoverReportLine
        END-IF
    END-PERFORM
    IF NeverStartedCount = ZERO
        MOVE "  NONE" TO HandoverReportLine
        WRITE HandoverReportLine
        EXIT PARAGRAPH
    END-IF
    IF PartialRowsTonight > ZERO
        MOVE "  (THE NIGHT STOPPED AT ITS DEADLINE - A RESTART PICKS"
            & " THESE UP)" TO HandoverReportLine
    ELSE
        MOVE "  (NO DEADLINE STOP TONIGHT ACCOUNTS FOR THESE)"
            TO HandoverReportLine
    END-IF
    WRITE HandoverReportLine.

*> ---------------------------------------------------------------
*> Report section 5 : tonight's rate against the region's own
*> average, seconds per megapixel as StatsReport figures it.
*> ---------------------------------------------------------------
PrintSlowest.
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE "SLOWEST REGIONS AGAINST THEIR OWN HISTORY (SEC/MPX)"
        TO HandoverReportLine
    WRITE HandoverReportLine
    COMPUTE SlowThresholdPercent = 100 + SlowPercent
    PERFORM VARYING RegionIndex FROM 1 BY 1
            UNTIL RegionIndex > RegionCount
        IF RgnNightPixels(RegionIndex) > ZERO
            IF RgnHistPixels(RegionIndex) = ZERO
                ADD 1 TO NoHistoryCount
            ELSE
                PERFORM RateOneRegion
            END-IF
        END-IF
    END-PERFORM
    PERFORM SortByRatioDescending
    PERFORM VARYING SlowIndex FROM 1 BY 1
            UNTIL SlowIndex > SlowCandidateCount
               OR SlowIndex > SlowListCount
        PERFORM PrintOneSlow
    END-PERFORM
    IF SlowCandidateCount = ZERO
        MOVE "  NO REGION RAN TONIGHT WITH A HISTORY TO COMPARE"
            TO HandoverReportLine
        WRITE HandoverReportLine
    END-IF
    IF NoHistoryCount > ZERO
        MOVE NoHistoryCount TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "  " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
               " REGION(S) RAN FOR THE FIRST TIME - NO HISTORY TO"
               DELIMITED BY SIZE
               " COMPARE" DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO HandoverReportLine
        WRITE HandoverReportLine
    END-IF.

RateOneRegion.
    COMPUTE RgnNightRate(RegionIndex) =
        (RgnNightHundredths(RegionIndex) * 10000)
            / RgnNightPixels(RegionIndex)
    COMPUTE RgnHistRate(RegionIndex) =
        (RgnHistHundredths(RegionIndex) * 10000)
            / RgnHistPixels(RegionIndex)
    IF RgnHistRate(RegionIndex) = ZERO
        MOVE ZERO TO RgnRatioPercent(RegionIndex)
    ELSE
        COMPUTE RgnRatioPercent(RegionIndex) ROUNDED =
            (RgnNightRate(RegionIndex) * 100)
                / RgnHistRate(RegionIndex)
    END-IF
    ADD 1 TO SlowCandidateCount
    MOVE RegionIndex TO SlowRegionIx(SlowCandidateCount)
    IF RgnRatioPercent(RegionIndex) > SlowThresholdPercent
        ADD 1 TO SlowFlaggedCount
    END-IF.

*> Selection sort, worst ratio first - a few hundred at most.
SortByRatioDescending.
    PERFORM VARYING SlowIndex FROM 1 BY 1
            UNTIL SlowIndex >= SlowCandidateCount
        MOVE SlowIndex TO HighIndex
        PERFORM VARYING ScanIndex FROM SlowIndex BY 1
                UNTIL ScanIndex > SlowCandidateCount
            IF RgnRatioPercent(SlowRegionIx(ScanIndex))
                    > RgnRatioPercent(SlowRegionIx(HighIndex))
                MOVE ScanIndex TO HighIndex
            END-IF
        END-PERFORM
        IF HighIndex NOT = SlowIndex
            MOVE SlowRegionIx(SlowIndex) TO SwapRegionIx
            MOVE SlowRegionIx(HighIndex) TO SlowRegionIx(SlowIndex)
            MOVE SwapRegionIx TO SlowRegionIx(HighIndex)
        END-IF
    END-PERFORM.

PrintOneSlow.
    MOVE SlowRegionIx(SlowIndex) TO RegionIndex
    MOVE SPACES TO ReportWorkLine
    MOVE RgnNightRate(RegionIndex) TO RateEdited
    STRING "  " DELIMITED BY SIZE
           RgnName(RegionIndex) DELIMITED BY SIZE
           " TONIGHT " DELIMITED BY SIZE
           RateEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE RgnHistRate(RegionIndex) TO RateEdited
    MOVE RgnHistRuns(RegionIndex) TO CountEdited
    MOVE RgnRatioPercent(RegionIndex) TO PercentEdited
    STRING "  USUAL " DELIMITED BY SIZE
           RateEdited DELIMITED BY SIZE
           " OVER " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
           " RUN(S)  " DELIMITED BY SIZE
           PercentEdited DELIMITED BY SIZE
           "% OF USUAL" DELIMITED BY SIZE
        INTO ReportWorkLine(52:)
    IF RgnRatioPercent(RegionIndex) > SlowThresholdPercent
        MOVE "SLOW" TO ReportWorkLine(110:4)
    END-IF
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine.

*> ---------------------------------------------------------------
*> Report section 6 : how much of the batch window the night used.
*> The cutoff is pinned to its first occurrence at or after the
*> window opened, as Cobolbrot pins it to its own start.
*> ---------------------------------------------------------------
PrintBatchWindow.
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE "BATCH WINDOW" TO HandoverReportLine
    WRITE HandoverReportLine
    IF NOT WindowSeen
        MOVE "  NO RUNS TONIGHT" TO HandoverReportLine
        WRITE HandoverReportLine
        EXIT PARAGRAPH
    END-IF
    MOVE WindowStartHundredths TO DurationWork
    PERFORM TimelineToDateTime
    MOVE SPACES TO ReportWorkLine
    STRING "  FIRST RUN STARTED    : " DELIMITED BY SIZE
           DateTimeText DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE WindowEndHundredths TO DurationWork
    PERFORM TimelineToDateTime
    MOVE SPACES TO ReportWorkLine
    STRING "  LAST ACTIVITY        : " DELIMITED BY SIZE
           DateTimeText DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    COMPUTE WindowUsedHundredths =
        WindowEndHundredths - WindowStartHundredths
    MOVE WindowUsedHundredths TO DurationWork
    PERFORM FormatDuration
    MOVE SPACES TO ReportWorkLine
    STRING "  WINDOW USED          : " DELIMITED BY SIZE
           DurationText DELIMITED BY SIZE
           " (HHHHH:MM)" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE RenderHundredths TO DurationWork
    PERFORM FormatDuration
    MOVE SPACES TO ReportWorkLine
    STRING "  RENDER TIME ALL JOBS : " DELIMITED BY SIZE
           DurationText DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    IF NOT DeadlineOn
        MOVE "  NO DEADLINE ON FILE - THE NIGHT HAD NO HARD STOP"
            TO HandoverReportLine
        WRITE HandoverReportLine
        EXIT PARAGRAPH
    END-IF
    DIVIDE WindowStartHundredths BY HundredthsPerDay
        GIVING StampDayNumber REMAINDER DurationRemainder
    COMPUTE CutoffHundredths =
        (CutoffHours * 360000) + (CutoffMinutes * 6000)
        + (CutoffSeconds * 100)
    COMPUTE CutoffHundredths =
        (StampDayNumber * HundredthsPerDay) + CutoffHundredths
    IF CutoffHundredths < WindowStartHundredths
        ADD HundredthsPerDay TO CutoffHundredths
    END-IF
    MOVE CutoffHundredths TO DurationWork
    PERFORM TimelineToDateTime
    MOVE SPACES TO ReportWorkLine
    STRING "  DEADLINE CUTOFF      : " DELIMITED BY SIZE
           DateTimeText DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    COMPUTE WindowAvailHundredths =
        CutoffHundredths - WindowStartHundredths
    MOVE WindowAvailHundredths TO DurationWork
    PERFORM FormatDuration
    MOVE SPACES TO ReportWorkLine
    STRING "  WINDOW AVAILABLE     : " DELIMITED BY SIZE
           DurationText DELIMITED BY SIZE
        INTO ReportWorkLine
    IF WindowAvailHundredths > ZERO
        COMPUTE WindowUsedPercent ROUNDED =
            (WindowUsedHundredths * 100) / WindowAvailHundredths
        MOVE WindowUsedPercent TO WindowPercentEdited
        STRING "  (" DELIMITED BY SIZE
               WindowPercentEdited DELIMITED BY SIZE
               "% USED)" DELIMITED BY SIZE
            INTO ReportWorkLine(36:)
    END-IF
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE SPACES TO ReportWorkLine
    IF WindowEndHundredths > CutoffHundredths
        COMPUTE MarginHundredths =
            WindowEndHundredths - CutoffHundredths
        MOVE MarginHundredths TO DurationWork
        PERFORM FormatDuration
        STRING "  RAN PAST THE CUTOFF BY " DELIMITED BY SIZE
               DurationText DELIMITED BY SIZE
            INTO ReportWorkLine
    ELSE
        COMPUTE MarginHundredths =
            CutoffHundredths - WindowEndHundredths
        MOVE MarginHundredths TO DurationWork
        PERFORM FormatDuration
        STRING "  MARGIN TO THE CUTOFF : " DELIMITED BY SIZE
               DurationText DELIMITED BY SIZE
            INTO ReportWorkLine
    END-IF
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE PartialRowsTonight TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  RUNS STOPPED AT IT   : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine.

*> DurationWork hundredths as HHHHH:MM in DurationText.
FormatDuration.
    DIVIDE DurationWork BY 360000
        GIVING DurationHours REMAINDER DurationRemainder
    DIVIDE DurationRemainder BY 6000
        GIVING DurationMinutes REMAINDER DurationRemainder
    MOVE DurationHours TO DurationHoursEdited
    MOVE SPACES TO DurationText
    STRING DurationHoursEdited DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           DurationMinutes DELIMITED BY SIZE
        INTO DurationText.

*> A timeline point in DurationWork back to YYYYMMDD HH:MM:SS.
TimelineToDateTime.
    DIVIDE DurationWork BY HundredthsPerDay
        GIVING StampDayNumber REMAINDER DurationRemainder
    COMPUTE StampDate = FUNCTION DATE-OF-INTEGER(StampDayNumber)
    DIVIDE DurationRemainder BY 360000
        GIVING StampHours REMAINDER DurationRemainder
    DIVIDE DurationRemainder BY 6000
        GIVING StampMinutes REMAINDER DurationRemainder
    DIVIDE DurationRemainder BY 100
        GIVING StampSeconds REMAINDER StampHundredthsPt
    PERFORM FormatDateTime.

FormatDateTime.
    PERFORM FormatClock
    MOVE SPACES TO DateTimeText
    STRING StampDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ClockText DELIMITED BY SIZE
        INTO DateTimeText.

FormatClock.
    MOVE SPACES TO ClockText
    STRING StampTime(1:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           StampTime(3:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           StampTime(5:2) DELIMITED BY SIZE
        INTO ClockText.

PrintTotals.
    MOVE SPACES TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE StatRowsTonight TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "RUNSTATS ROWS TONIGHT : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE AuditRowsTonight TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "AUDIT ROWS TONIGHT    : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE CheckpointsFound TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "CHECKPOINTS ON DISK   : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE ScopeCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "REGIONS IN SCOPE      : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE CompletedCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "REGIONS COMPLETED     : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE OpenPartialCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "PARTIALS TO RESTART   : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE AbendCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "ABENDED JOBS          : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE NeverStartedCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "NEVER STARTED         : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE SlowFlaggedCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "FLAGGED SLOW          : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine
    MOVE SPACES TO ReportWorkLine
    STRING "NIGHT STATUS          : " DELIMITED BY SIZE
           VerdictText DELIMITED BY "  "
        INTO ReportWorkLine
    MOVE ReportWorkLine TO HandoverReportLine
    WRITE HandoverReportLine.

END PROGRAM ShiftHandover.
