IDENTIFICATION DIVISION.
PROGRAM-ID. NightReconcile.
AUTHOR. Ker2x.

*> Modification history
*> ---------------------------------------------------------------
*> RunPlanner (run_plan.cob) writes the job kit for a strip night
*> and ProgressBoard shows what is in flight, but the morning shift
*> was still left to work out by hand which regions had every strip
*> in, which strips never finished, and which MERGEnnn files were
*> safe to run.  This program reconciles the kit against what the
*> night actually left behind :
*>   STRIPCT01..16  the plan - every strip of every region, with
*>                  its output file and checkpoint job tag;
*>   MERGE001..nnn  the merge kit - matched to its region through
*>                  the strip files it lists;
*>   AUDITLOG       a strip's audit row (AuditStripNumber /
*>                  AuditStripCount) is written only when the strip
*>                  ran to its last row, so it is the proof of a
*>                  finished strip; an ImageMerge row (strip 00)
*>                  says the region has already been assembled;
*>   CHECKPT01..16  a checkpoint left on disk is a strip that was
*>                  stopped at the deadline or abended - it holds a
*>                  resume point, and its tag is taken.
*> and writes :
*>   RECONRPT       planned versus completed strips per region, and
*>                  a line for every strip still owed;
*>   MERGERDY       one record per fully completed, not yet merged
*>                  region : the MERGEnnn file to copy to MERGECTL
*>                  (bytes 1-40) and the region (41-60), in plan
*>                  order - the morning merge runs straight down it;
*>   RERUNCTL       a STRIPCTL-layout deck (main.cob's StripControl)
*>                  of only the strips still owed, one record per
*>                  job step.  A strip with a checkpoint keeps that
*>                  checkpoint's tag, so its step resumes where the
*>                  night left off; every other strip gets a tag no
*>                  checkpoint on disk is using, so no rerun can pick
*>                  up another strip's restart record.  Output file
*>                  names are the planned ones, so the MERGEnnn kit
*>                  stays valid once the reruns are in.
*>
*> Only audit rows from the night itself count - the AUDITLOG holds
*> every night's strips under the same planner file names.
*>
*> RECONCTL layout (optional), one record :
*>   1-8    ReconCtlNightDate   YYYYMMDD the night's batch began;
*>                              absent file = yesterday
*>   9-16   ReconCtlNightTime   HHMMSShh it began; spaces = 00000000
*>
*> Return code 0 when every planned strip is in, 4 when RERUNCTL
*> has work in it or the kit showed a loose end, 16 on a file or
*> table failure.
*>
*> Retention now leads a trimmed AUDITLOG with a hand-over row
*> (AuditRowType 'H') that only carries the audit chain across to
*> AUDITHIST; it names no render, so it is skipped here.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReconControl ASSIGN TO "RECONCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ReconControlStatus.

    SELECT StripCtlIn ASSIGN TO DYNAMIC StripCtlInName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS StripCtlInStatus.

    SELECT MergeCtlIn ASSIGN TO DYNAMIC MergeCtlInName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MergeCtlInStatus.

    SELECT AuditLog ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AuditLogStatus.

    SELECT CheckpointFile ASSIGN TO DYNAMIC CheckpointFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CheckpointStatus.

    SELECT MergeReady ASSIGN TO "MERGERDY"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MergeReadyStatus.

    SELECT RerunDeck ASSIGN TO "RERUNCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RerunDeckStatus.

    SELECT ReconReport ASSIGN TO "RECONRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ReconReportStatus.

DATA DIVISION.
FILE SECTION.

FD  ReconControl.
01  ReconControlRecord.
    05  ReconCtlNightDate       PIC X(08).
    05  ReconCtlNightTime       PIC X(08).

*> Same layout RunPlanner writes and main.cob's StripControl reads.
FD  StripCtlIn.
01  StripCtlInRecord.
    05  StripInRegionName       PIC X(20).
    05  StripInNumber           PIC 9(2).
    05  StripInCount            PIC 9(2).
    05  StripInOutputFile       PIC X(40).
    05  StripInJobTag           PIC X(02).

*> Same layout as image_merge.cob's MergeControl.
FD  MergeCtlIn.
01  MergeCtlInRecord.
    05  MergeInStripFile        PIC X(40).

*> Shared audit row layout - same copybook Cobolbrot writes with.
FD  AuditLog.
01  AuditLogRecord.
    COPY "auditrec.cpy".

*> Shared checkpoint layout - same copybook Cobolbrot writes with.
FD  CheckpointFile.
01  CheckpointRecord.
    COPY "ckptrec.cpy".

FD  MergeReady.
01  MergeReadyRecord.
    05  ReadyMergeFile          PIC X(40).
    05  ReadyRegionName         PIC X(20).

FD  RerunDeck.
01  RerunDeckRecord.
    05  RerunRegionName         PIC X(20).
    05  RerunNumber             PIC 9(2).
    05  RerunCount              PIC 9(2).
    05  RerunOutputFile         PIC X(40).
    05  RerunJobTag             PIC X(02).

FD  ReconReport.
01  ReconReportLine             PIC X(132).

WORKING-STORAGE SECTION.

01  ReconControlStatus          PIC XX VALUE "00".
01  StripCtlInStatus            PIC XX VALUE "00".
01  MergeCtlInStatus            PIC XX VALUE "00".
01  AuditLogStatus              PIC XX VALUE "00".
01  CheckpointStatus            PIC XX VALUE "00".
01  MergeReadyStatus            PIC XX VALUE "00".
01  RerunDeckStatus             PIC XX VALUE "00".
01  ReconReportStatus           PIC XX VALUE "00".

01  StripCtlInName              PIC X(40) VALUE SPACES.
01  MergeCtlInName              PIC X(40) VALUE SPACES.
01  CheckpointFileName          PIC X(40) VALUE SPACES.

01  EndOfFileSwitch             PIC X VALUE "N".
    88  AtEndOfFile                     VALUE "Y" FALSE "N".
01  EntryFoundSwitch            PIC X VALUE "N".
    88  EntryFound                      VALUE "Y" FALSE "N".
01  MergeKitEndSwitch           PIC X VALUE "N".
    88  MergeKitEnded                   VALUE "Y".

*> The start of the night : audit rows stamped earlier belong to an
*> older night that used the same planner file names.
01  NightStartDate              PIC 9(8) VALUE ZERO.
01  NightStartTime              PIC 9(8) VALUE ZERO.
01  TodayDate                   PIC 9(8) VALUE ZERO.
01  TodayInteger                PIC 9(8) VALUE ZERO.

*> Must match main.cob's MergeStripLimit - the job tags and the
*> CHECKPTnn names run 01 through 16.
01  MergeStripLimit             CONSTANT 16.
01  TagIndex                    PIC 9(2) COMP VALUE ZERO.
01  TagEdited                   PIC 9(2) VALUE ZERO.
01  NextFreeTag                 PIC 9(2) COMP VALUE ZERO.
01  FreeTagCount                PIC 9(2) VALUE ZERO.
01  TagTable.
    05  TagEntry OCCURS 16.
        10  TagOnDisk           PIC X(01).
        10  TagInDeck           PIC X(01).
01  TagReuseSwitch              PIC X VALUE "N".
    88  TagsReused                      VALUE "Y".

*> Every planned strip, as the kit lists it.  Same ceilings as
*> RunPlanner's own tables - the kit can never be wider than these.
*> State : 'M' owed with nothing to resume from, 'H' owed with a
*> checkpoint held on disk, 'D' done (audit row on file).
01  PlanStripCount              PIC 9(3) VALUE ZERO.
01  PlanStripLimit              CONSTANT 600.
01  PlanStripTable.
    05  PlanStripEntry OCCURS 600.
        10  PStripRegion        PIC 9(3).
        10  PStripNumber        PIC 9(2).
        10  PStripCount         PIC 9(2).
        10  PStripOutputFile    PIC X(40).
        10  PStripJobTag        PIC X(02).
        10  PStripState         PIC X(01).
        10  PStripHeldTag       PIC X(02).
        10  PStripRerunTag      PIC X(02).
01  StripIndex                  PIC 9(3) COMP VALUE ZERO.
01  FoundStripIndex             PIC 9(3) COMP VALUE ZERO.

01  PlanRegionCount             PIC 9(3) VALUE ZERO.
01  PlanRegionLimit             CONSTANT 500.
01  PlanRegionTable.
    05  PlanRegionEntry OCCURS 500.
        10  PRegName            PIC X(20).
        10  PRegStripCount      PIC 9(2).
        10  PRegPlanned         PIC 9(2).
        10  PRegDone            PIC 9(2).
        10  PRegHeld            PIC 9(2).
        10  PRegMerged          PIC X(01).
        10  PRegMergeFile       PIC X(40).
01  RegionIndex                 PIC 9(3) COMP VALUE ZERO.
01  FoundRegionIndex            PIC 9(3) COMP VALUE ZERO.

01  InitiatorFilesRead          PIC 9(2) VALUE ZERO.
01  MergeFileNumber             PIC 9(3) VALUE ZERO.
01  MergeFilesRead              PIC 9(3) VALUE ZERO.
01  MergeLinesRead              PIC 9(3) VALUE ZERO.
01  MergeRegionIndex            PIC 9(3) COMP VALUE ZERO.
01  AuditRowsRead               PIC 9(7) VALUE ZERO.
01  AuditRowsTonight            PIC 9(7) VALUE ZERO.
01  CheckpointsFound            PIC 9(2) VALUE ZERO.
01  RegionsComplete             PIC 9(3) VALUE ZERO.
01  RegionsMerged               PIC 9(3) VALUE ZERO.
01  ReadyCount                  PIC 9(3) VALUE ZERO.
01  RerunCountWritten           PIC 9(3) VALUE ZERO.
01  ReconReturnCode             PIC S9(4) VALUE ZERO.

01  ReportWorkLine              PIC X(132) VALUE SPACES.
01  CountEdited                 PIC ZZZZ9.
01  StripNoEdited               PIC 9(2) VALUE ZERO.
01  StripOfEdited               PIC 9(2) VALUE ZERO.
01  RegionStateText             PIC X(10) VALUE SPACES.

PROCEDURE DIVISION.

Mainline.
    PERFORM LoadReconControl
    PERFORM OpenReport
    PERFORM LoadStripKit
    PERFORM LoadMergeKit
    PERFORM MatchAuditRows
    PERFORM SweepCheckpoints
    PERFORM AssignRerunTags
    PERFORM PrintRegionSummary
    PERFORM WriteMergeReadyList
    PERFORM WriteRerunDeck
    PERFORM PrintTotals
    CLOSE ReconReport
    MOVE ReconReturnCode TO RETURN-CODE
    STOP RUN.

*> Absent RECONCTL is the usual case : the night began yesterday.
LoadReconControl.
    ACCEPT TodayDate FROM DATE YYYYMMDD
    COMPUTE TodayInteger = FUNCTION INTEGER-OF-DATE(TodayDate)
    COMPUTE NightStartDate =
        FUNCTION DATE-OF-INTEGER(TodayInteger - 1)
    MOVE ZERO TO NightStartTime
    OPEN INPUT ReconControl
    IF ReconControlStatus = "35"
        EXIT PARAGRAPH
    END-IF
    IF ReconControlStatus NOT = "00"
        DISPLAY "NIGHTREC-E001 CANNOT OPEN CONTROL FILE RECONCTL,"
            " STATUS " ReconControlStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    READ ReconControl
        AT END
            DISPLAY "NIGHTREC-E001 CONTROL FILE RECONCTL IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE ReconControl
    IF ReconCtlNightDate NOT NUMERIC
        DISPLAY "NIGHTREC-E002 NIGHT DATE '" ReconCtlNightDate
            "' IS NOT A VALID YYYYMMDD"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ReconCtlNightDate TO NightStartDate
    IF FUNCTION TEST-DATE-YYYYMMDD(NightStartDate) NOT = ZERO
        DISPLAY "NIGHTREC-E002 NIGHT DATE '" ReconCtlNightDate
            "' IS NOT A VALID YYYYMMDD"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF ReconCtlNightTime NOT = SPACES
        IF ReconCtlNightTime NOT NUMERIC
            DISPLAY "NIGHTREC-E002 NIGHT TIME '" ReconCtlNightTime
                "' IS NOT HHMMSShh"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE ReconCtlNightTime TO NightStartTime
    END-IF.

OpenReport.
    OPEN OUTPUT ReconReport
    IF ReconReportStatus NOT = "00"
        DISPLAY "NIGHTREC-E003 CANNOT OPEN REPORT FILE RECONRPT,"
            " STATUS " ReconReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO ReportWorkLine
    STRING "STRIP NIGHT RECONCILIATION - NIGHT FROM "
        DELIMITED BY SIZE
           NightStartDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           NightStartTime(1:6) DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine
    MOVE SPACES TO ReconReportLine
    MOVE ALL "=" TO ReconReportLine(1:55)
    WRITE ReconReportLine
    MOVE SPACES TO ReconReportLine
    WRITE ReconReportLine.

*> ---------------------------------------------------------------
*> The plan : every STRIPCTnn present.  An initiator that got no
*> work has no file, so gaps are normal; no file at all means there
*> is no kit to reconcile against.
*> ---------------------------------------------------------------
LoadStripKit.
    PERFORM VARYING TagIndex FROM 1 BY 1
            UNTIL TagIndex > MergeStripLimit
        MOVE TagIndex TO TagEdited
        MOVE SPACES TO StripCtlInName
        STRING "STRIPCT" DELIMITED BY SIZE
               TagEdited DELIMITED BY SIZE
            INTO StripCtlInName
        PERFORM LoadOneStripFile
    END-PERFORM
    IF PlanStripCount = ZERO
        DISPLAY "NIGHTREC-E004 NO STRIPCT01..16 KIT ON FILE -"
            " NOTHING TO RECONCILE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

LoadOneStripFile.
    OPEN INPUT StripCtlIn
    IF StripCtlInStatus = "35"
        EXIT PARAGRAPH
    END-IF
    IF StripCtlInStatus NOT = "00"
        DISPLAY "NIGHTREC-E005 CANNOT OPEN " StripCtlInName
            " STATUS " StripCtlInStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO InitiatorFilesRead
    SET AtEndOfFile TO FALSE
    PERFORM UNTIL AtEndOfFile
        READ StripCtlIn
            AT END
                SET AtEndOfFile TO TRUE
            NOT AT END
                PERFORM PostPlannedStrip
        END-READ
    END-PERFORM
    CLOSE StripCtlIn.

PostPlannedStrip.
    IF StripInRegionName = SPACES
        EXIT PARAGRAPH
    END-IF
    IF StripInNumber NOT NUMERIC OR StripInCount NOT NUMERIC
            OR StripInNumber < 1 OR StripInNumber > StripInCount
        DISPLAY "NIGHTREC-E006 " StripCtlInName " HOLDS A MALFORMED"
            " STRIP RECORD FOR " StripInRegionName
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM FindPlanRegion
    IF FoundRegionIndex = ZERO
        IF PlanRegionCount >= PlanRegionLimit
            DISPLAY "NIGHTREC-E007 MORE THAN " PlanRegionLimit
                " REGIONS IN THE KIT"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO PlanRegionCount
        MOVE PlanRegionCount TO FoundRegionIndex
        MOVE StripInRegionName TO PRegName(FoundRegionIndex)
        MOVE StripInCount TO PRegStripCount(FoundRegionIndex)
        MOVE ZERO TO PRegPlanned(FoundRegionIndex)
        MOVE ZERO TO PRegDone(FoundRegionIndex)
        MOVE ZERO TO PRegHeld(FoundRegionIndex)
        MOVE "N" TO PRegMerged(FoundRegionIndex)
        MOVE SPACES TO PRegMergeFile(FoundRegionIndex)
    END-IF
    IF PlanStripCount >= PlanStripLimit
        DISPLAY "NIGHTREC-E007 MORE THAN " PlanStripLimit
            " STRIPS IN THE KIT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO PlanStripCount
    MOVE FoundRegionIndex TO PStripRegion(PlanStripCount)
    MOVE StripInNumber TO PStripNumber(PlanStripCount)
    MOVE StripInCount TO PStripCount(PlanStripCount)
    MOVE StripInOutputFile TO PStripOutputFile(PlanStripCount)
    MOVE StripInJobTag TO PStripJobTag(PlanStripCount)
    MOVE "M" TO PStripState(PlanStripCount)
    MOVE SPACES TO PStripHeldTag(PlanStripCount)
    MOVE SPACES TO PStripRerunTag(PlanStripCount)
    ADD 1 TO PRegPlanned(FoundRegionIndex).

*> Looks up StripInRegionName among the planned regions.
FindPlanRegion.
    MOVE ZERO TO FoundRegionIndex
    PERFORM VARYING RegionIndex FROM 1 BY 1
            UNTIL RegionIndex > PlanRegionCount
                OR FoundRegionIndex > ZERO
        IF PRegName(RegionIndex) = StripInRegionName
            MOVE RegionIndex TO FoundRegionIndex
        END-IF
    END-PERFORM.

*> Looks up StripInRegionName / StripInNumber / StripInCount among
*> the planned strips.  A strip cut to a different count belongs to
*> some other plan and matches nothing.
FindPlanStrip.
    MOVE ZERO TO FoundStripIndex
    PERFORM FindPlanRegion
    IF FoundRegionIndex = ZERO
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING StripIndex FROM 1 BY 1
            UNTIL StripIndex > PlanStripCount
                OR FoundStripIndex > ZERO
        IF PStripRegion(StripIndex) = FoundRegionIndex
                AND PStripNumber(StripIndex) = StripInNumber
                AND PStripCount(StripIndex) = StripInCount
            MOVE StripIndex TO FoundStripIndex
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> The merge kit : MERGE001 upward until the first one missing.
*> Each is tied to its region by the strip files it lists.
*> ---------------------------------------------------------------
LoadMergeKit.
    PERFORM VARYING MergeFileNumber FROM 1 BY 1
            UNTIL MergeKitEnded OR MergeFileNumber > 998
        MOVE SPACES TO MergeCtlInName
        STRING "MERGE" DELIMITED BY SIZE
               MergeFileNumber DELIMITED BY SIZE
            INTO MergeCtlInName
        PERFORM LoadOneMergeFile
    END-PERFORM.

LoadOneMergeFile.
    OPEN INPUT MergeCtlIn
    IF MergeCtlInStatus = "35"
        SET MergeKitEnded TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF MergeCtlInStatus NOT = "00"
        DISPLAY "NIGHTREC-E008 CANNOT OPEN " MergeCtlInName
            " STATUS " MergeCtlInStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO MergeFilesRead
    MOVE ZERO TO MergeRegionIndex
    MOVE ZERO TO MergeLinesRead
    SET AtEndOfFile TO FALSE
    PERFORM UNTIL AtEndOfFile
        READ MergeCtlIn
            AT END
                SET AtEndOfFile TO TRUE
            NOT AT END
                IF MergeInStripFile NOT = SPACES
                    ADD 1 TO MergeLinesRead
                    PERFORM MatchMergeLine
                END-IF
        END-READ
    END-PERFORM
    CLOSE MergeCtlIn
    IF MergeRegionIndex = ZERO
        PERFORM ReportStaleMergeFile
        EXIT PARAGRAPH
    END-IF
    IF MergeLinesRead NOT = PRegPlanned(MergeRegionIndex)
        MOVE SPACES TO ReportWorkLine
        STRING "NOTE " DELIMITED BY SIZE
               MergeCtlInName DELIMITED BY SPACE
               " LISTS A DIFFERENT NUMBER OF STRIPS THAN THE PLAN"
               " HOLDS FOR " DELIMITED BY SIZE
               PRegName(MergeRegionIndex) DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO ReconReportLine
        WRITE ReconReportLine
        IF ReconReturnCode < 4
            MOVE 4 TO ReconReturnCode
        END-IF
    END-IF
    MOVE MergeCtlInName TO PRegMergeFile(MergeRegionIndex).

*> The first listed strip that belongs to the plan names the region.
MatchMergeLine.
    IF MergeRegionIndex > ZERO
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING StripIndex FROM 1 BY 1
            UNTIL StripIndex > PlanStripCount
                OR MergeRegionIndex > ZERO
        IF PStripOutputFile(StripIndex) = MergeInStripFile
            MOVE PStripRegion(StripIndex) TO MergeRegionIndex
        END-IF
    END-PERFORM.

ReportStaleMergeFile.
    MOVE SPACES TO ReportWorkLine
    STRING "NOTE " DELIMITED BY SIZE
           MergeCtlInName DELIMITED BY SPACE
           " LISTS NO STRIP OF THIS PLAN - LEFT OVER FROM AN OLDER"
           " KIT?" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine
    IF ReconReturnCode < 4
        MOVE 4 TO ReconReturnCode
    END-IF.

*> ---------------------------------------------------------------
*> One AUDITLOG pass.  A strip row marks its planned strip done;
*> a whole-image row (strip 00 - the ImageMerge row, or a normal
*> render) marks the region already assembled.  Only rows from the
*> night itself count.
*> ---------------------------------------------------------------
MatchAuditRows.
    OPEN INPUT AuditLog
    IF AuditLogStatus = "35"
        DISPLAY "NIGHTREC-W001 NO AUDITLOG ON FILE - NO STRIP CAN BE"
            " COUNTED AS FINISHED"
        IF ReconReturnCode < 4
            MOVE 4 TO ReconReturnCode
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF AuditLogStatus NOT = "00"
        DISPLAY "NIGHTREC-E009 CANNOT OPEN AUDITLOG, STATUS "
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
    IF AuditRunDate < NightStartDate
        EXIT PARAGRAPH
    END-IF
    IF AuditRunDate = NightStartDate
            AND AuditRunTime < NightStartTime
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO AuditRowsTonight
    MOVE AuditRegionName TO StripInRegionName
    IF AuditStripNumber = ZERO
        PERFORM FindPlanRegion
        IF FoundRegionIndex > ZERO
            MOVE "Y" TO PRegMerged(FoundRegionIndex)
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE AuditStripNumber TO StripInNumber
    MOVE AuditStripCount TO StripInCount
    PERFORM FindPlanStrip
    IF FoundStripIndex > ZERO
        MOVE "D" TO PStripState(FoundStripIndex)
    END-IF.

*> ---------------------------------------------------------------
*> CHECKPT01..16 : every one on disk takes its tag out of the free
*> pool.  One that belongs to an owed strip is that strip's resume
*> point; anything else is listed so the operator can clear it.
*> ---------------------------------------------------------------
SweepCheckpoints.
    PERFORM VARYING TagIndex FROM 1 BY 1
            UNTIL TagIndex > MergeStripLimit
        MOVE "N" TO TagOnDisk(TagIndex)
        MOVE "N" TO TagInDeck(TagIndex)
        MOVE TagIndex TO TagEdited
        MOVE SPACES TO CheckpointFileName
        STRING "CHECKPT" DELIMITED BY SIZE
               TagEdited DELIMITED BY SIZE
            INTO CheckpointFileName
        PERFORM ReadOneCheckpoint
    END-PERFORM.

ReadOneCheckpoint.
    OPEN INPUT CheckpointFile
    IF CheckpointStatus = "35"
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO TagOnDisk(TagIndex)
    ADD 1 TO CheckpointsFound
    IF CheckpointStatus NOT = "00"
        DISPLAY "NIGHTREC-W002 CANNOT OPEN " CheckpointFileName
            " STATUS " CheckpointStatus " - ITS TAG IS KEPT OUT OF"
            " THE RERUN DECK"
        IF ReconReturnCode < 4
            MOVE 4 TO ReconReturnCode
        END-IF
        EXIT PARAGRAPH
    END-IF
    READ CheckpointFile
        AT END
            MOVE SPACES TO CheckpointRecord
    END-READ
    CLOSE CheckpointFile
    IF CkptStripNumber NOT NUMERIC OR CkptStripCount NOT NUMERIC
        MOVE ZERO TO FoundStripIndex
    ELSE
        MOVE CkptRegionName TO StripInRegionName
        MOVE CkptStripNumber TO StripInNumber
        MOVE CkptStripCount TO StripInCount
        PERFORM FindPlanStrip
    END-IF
    IF FoundStripIndex > ZERO
        IF PStripState(FoundStripIndex) NOT = "D"
            MOVE "H" TO PStripState(FoundStripIndex)
            MOVE TagEdited TO PStripHeldTag(FoundStripIndex)
            EXIT PARAGRAPH
        END-IF
    END-IF
    MOVE SPACES TO ReportWorkLine
    IF FoundStripIndex > ZERO
        STRING "NOTE " DELIMITED BY SIZE
               CheckpointFileName DELIMITED BY SPACE
               " IS LEFT OVER FROM FINISHED STRIP " DELIMITED BY SIZE
               CkptStripNumber DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               CkptRegionName DELIMITED BY SIZE
               " - SAFE TO DELETE" DELIMITED BY SIZE
            INTO ReportWorkLine
    ELSE
        STRING "NOTE " DELIMITED BY SIZE
               CheckpointFileName DELIMITED BY SPACE
               " HOLDS NO STRIP OF THIS PLAN (" DELIMITED BY SIZE
               CkptRegionName DELIMITED BY SIZE
               ") - ITS TAG IS KEPT OUT OF THE RERUN DECK"
                   DELIMITED BY SIZE
            INTO ReportWorkLine
    END-IF
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine
    IF ReconReturnCode < 4
        MOVE 4 TO ReconReturnCode
    END-IF.

*> ---------------------------------------------------------------
*> Tags for the rerun deck.  A held strip keeps its own checkpoint's
*> tag so the step resumes from it.  An owed strip with nothing to
*> resume takes the next tag that no checkpoint on disk and no
*> earlier deck record is using.  Past sixteen the free tags are
*> dealt round again - safe only while the deck runs in order on
*> one initiator, and the report says so.
*> ---------------------------------------------------------------
AssignRerunTags.
    PERFORM VARYING StripIndex FROM 1 BY 1
            UNTIL StripIndex > PlanStripCount
        IF PStripState(StripIndex) = "H"
            MOVE PStripHeldTag(StripIndex)
                TO PStripRerunTag(StripIndex)
            MOVE PStripHeldTag(StripIndex) TO TagEdited
            MOVE "Y" TO TagInDeck(TagEdited)
        END-IF
    END-PERFORM
    MOVE ZERO TO FreeTagCount
    PERFORM VARYING TagIndex FROM 1 BY 1
            UNTIL TagIndex > MergeStripLimit
        IF TagOnDisk(TagIndex) = "N"
            ADD 1 TO FreeTagCount
        END-IF
    END-PERFORM
    MOVE ZERO TO NextFreeTag
    PERFORM VARYING StripIndex FROM 1 BY 1
            UNTIL StripIndex > PlanStripCount
        IF PStripState(StripIndex) = "M"
            PERFORM TakeFreeTag
        END-IF
    END-PERFORM.

TakeFreeTag.
    IF FreeTagCount = ZERO
        EXIT PARAGRAPH
    END-IF
    SET EntryFound TO FALSE
    PERFORM UNTIL EntryFound
        ADD 1 TO NextFreeTag
        IF NextFreeTag > MergeStripLimit
            MOVE 1 TO NextFreeTag
            SET TagsReused TO TRUE
        END-IF
        IF TagOnDisk(NextFreeTag) = "N"
            IF TagInDeck(NextFreeTag) = "N" OR TagsReused
                SET EntryFound TO TRUE
            END-IF
        END-IF
    END-PERFORM
    MOVE "Y" TO TagInDeck(NextFreeTag)
    MOVE NextFreeTag TO TagEdited
    MOVE TagEdited TO PStripRerunTag(StripIndex).

*> ---------------------------------------------------------------
*> Planned versus completed, region by region, then every strip
*> still owed.
*> ---------------------------------------------------------------
PrintRegionSummary.
    MOVE SPACES TO ReconReportLine
    WRITE ReconReportLine
    MOVE SPACES TO ReconReportLine
    MOVE "REGION" TO ReconReportLine(3:6)
    MOVE "PLANNED" TO ReconReportLine(24:7)
    MOVE "DONE" TO ReconReportLine(34:4)
    MOVE "HELD" TO ReconReportLine(41:4)
    MOVE "MISSING" TO ReconReportLine(46:7)
    MOVE "STATE" TO ReconReportLine(55:5)
    MOVE "MERGE KIT" TO ReconReportLine(67:9)
    WRITE ReconReportLine
    PERFORM VARYING StripIndex FROM 1 BY 1
            UNTIL StripIndex > PlanStripCount
        EVALUATE PStripState(StripIndex)
            WHEN "D"
                ADD 1 TO PRegDone(PStripRegion(StripIndex))
            WHEN "H"
                ADD 1 TO PRegHeld(PStripRegion(StripIndex))
        END-EVALUATE
    END-PERFORM
    PERFORM VARYING RegionIndex FROM 1 BY 1
            UNTIL RegionIndex > PlanRegionCount
        PERFORM PrintOneRegion
    END-PERFORM

    MOVE SPACES TO ReconReportLine
    WRITE ReconReportLine
    MOVE "STRIPS STILL OWED" TO ReconReportLine
    WRITE ReconReportLine
    MOVE ZERO TO RerunCountWritten
    PERFORM VARYING StripIndex FROM 1 BY 1
            UNTIL StripIndex > PlanStripCount
        IF PStripState(StripIndex) NOT = "D"
            PERFORM PrintOwedStrip
        END-IF
    END-PERFORM
    IF RerunCountWritten = ZERO
        MOVE "  NONE - EVERY PLANNED STRIP IS IN" TO ReconReportLine
        WRITE ReconReportLine
    END-IF
    IF TagsReused
        MOVE SPACES TO ReconReportLine
        WRITE ReconReportLine
        MOVE "NOTE MORE RERUNS THAN FREE CHECKPOINT TAGS - TAGS ARE"
            TO ReconReportLine
        WRITE ReconReportLine
        MOVE "     REUSED, SO RUN RERUNCTL IN ORDER ON ONE INITIATOR"
            TO ReconReportLine
        WRITE ReconReportLine
    END-IF.

PrintOneRegion.
    COMPUTE StripOfEdited = PRegPlanned(RegionIndex)
        - PRegDone(RegionIndex) - PRegHeld(RegionIndex)
    EVALUATE TRUE
        WHEN PRegDone(RegionIndex) < PRegStripCount(RegionIndex)
            MOVE "RERUN" TO RegionStateText
        WHEN PRegMerged(RegionIndex) = "Y"
            MOVE "MERGED" TO RegionStateText
            ADD 1 TO RegionsComplete
            ADD 1 TO RegionsMerged
        WHEN OTHER
            MOVE "READY" TO RegionStateText
            ADD 1 TO RegionsComplete
    END-EVALUATE
    MOVE SPACES TO ReportWorkLine
    MOVE PRegName(RegionIndex) TO ReportWorkLine(3:20)
    MOVE PRegPlanned(RegionIndex) TO CountEdited
    MOVE CountEdited TO ReportWorkLine(26:5)
    MOVE PRegDone(RegionIndex) TO CountEdited
    MOVE CountEdited TO ReportWorkLine(33:5)
    MOVE PRegHeld(RegionIndex) TO CountEdited
    MOVE CountEdited TO ReportWorkLine(40:5)
    MOVE StripOfEdited TO CountEdited
    MOVE CountEdited TO ReportWorkLine(48:5)
    MOVE RegionStateText TO ReportWorkLine(55:10)
    IF PRegMergeFile(RegionIndex) = SPACES
        MOVE "NONE ON FILE" TO ReportWorkLine(67:12)
    ELSE
        MOVE PRegMergeFile(RegionIndex) TO ReportWorkLine(67:40)
    END-IF
*> A plan that lost a STRIPCTnn file shows fewer strips than the
*> region was cut into - those strips are owed too, but there is no
*> record to rerun them from.
    IF PRegPlanned(RegionIndex) < PRegStripCount(RegionIndex)
        MOVE "KIT IS SHORT OF STRIPS" TO ReportWorkLine(90:22)
        IF ReconReturnCode < 4
            MOVE 4 TO ReconReturnCode
        END-IF
    END-IF
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine.

PrintOwedStrip.
    ADD 1 TO RerunCountWritten
    MOVE PStripNumber(StripIndex) TO StripNoEdited
    MOVE PStripCount(StripIndex) TO StripOfEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  " DELIMITED BY SIZE
           PRegName(PStripRegion(StripIndex)) DELIMITED BY SIZE
           " STRIP " DELIMITED BY SIZE
           StripNoEdited DELIMITED BY SIZE
           " OF " DELIMITED BY SIZE
           StripOfEdited DELIMITED BY SIZE
           " -> " DELIMITED BY SIZE
           PStripOutputFile(StripIndex) DELIMITED BY SPACE
        INTO ReportWorkLine
    IF PStripState(StripIndex) = "H"
        MOVE "RESUMES FROM CHECKPT" TO ReportWorkLine(70:20)
        MOVE PStripHeldTag(StripIndex) TO ReportWorkLine(90:2)
    ELSE
        MOVE "NOT STARTED OR LOST" TO ReportWorkLine(70:19)
    END-IF
    IF PStripRerunTag(StripIndex) = SPACES
        MOVE "NO FREE TAG - NOT IN DECK" TO ReportWorkLine(94:25)
    ELSE
        MOVE "RERUN TAG" TO ReportWorkLine(94:9)
        MOVE PStripRerunTag(StripIndex) TO ReportWorkLine(104:2)
    END-IF
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine.

*> ---------------------------------------------------------------
*> MERGERDY : the merge kit of every region whose strips are all in
*> and which nobody has assembled yet.
*> ---------------------------------------------------------------
WriteMergeReadyList.
    OPEN OUTPUT MergeReady
    IF MergeReadyStatus NOT = "00"
        DISPLAY "NIGHTREC-E010 CANNOT OPEN MERGERDY FOR OUTPUT,"
            " STATUS " MergeReadyStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING RegionIndex FROM 1 BY 1
            UNTIL RegionIndex > PlanRegionCount
        IF PRegDone(RegionIndex) = PRegStripCount(RegionIndex)
                AND PRegMerged(RegionIndex) NOT = "Y"
            IF PRegMergeFile(RegionIndex) = SPACES
                MOVE SPACES TO ReportWorkLine
                STRING "NOTE " DELIMITED BY SIZE
                       PRegName(RegionIndex) DELIMITED BY SIZE
                       " IS COMPLETE BUT HAS NO MERGEnnn FILE - BUILD"
                       " ITS MERGECTL BY HAND" DELIMITED BY SIZE
                    INTO ReportWorkLine
                MOVE ReportWorkLine TO ReconReportLine
                WRITE ReconReportLine
                IF ReconReturnCode < 4
                    MOVE 4 TO ReconReturnCode
                END-IF
            ELSE
                MOVE PRegMergeFile(RegionIndex) TO ReadyMergeFile
                MOVE PRegName(RegionIndex) TO ReadyRegionName
                WRITE MergeReadyRecord
                IF MergeReadyStatus NOT = "00"
                    DISPLAY "NIGHTREC-E010 WRITE FAILED ON MERGERDY,"
                        " STATUS " MergeReadyStatus
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO ReadyCount
            END-IF
        END-IF
    END-PERFORM
    CLOSE MergeReady.

*> ---------------------------------------------------------------
*> RERUNCTL : held strips first (they are part done), then the rest
*> in plan order.  Written even when empty, so a stale deck from an
*> earlier morning is never resubmitted by mistake.
*> ---------------------------------------------------------------
WriteRerunDeck.
    OPEN OUTPUT RerunDeck
    IF RerunDeckStatus NOT = "00"
        DISPLAY "NIGHTREC-E011 CANNOT OPEN RERUNCTL FOR OUTPUT,"
            " STATUS " RerunDeckStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ZERO TO RerunCountWritten
    PERFORM VARYING StripIndex FROM 1 BY 1
            UNTIL StripIndex > PlanStripCount
        IF PStripState(StripIndex) = "H"
            PERFORM WriteOneRerun
        END-IF
    END-PERFORM
    PERFORM VARYING StripIndex FROM 1 BY 1
            UNTIL StripIndex > PlanStripCount
        IF PStripState(StripIndex) = "M"
            PERFORM WriteOneRerun
        END-IF
    END-PERFORM
    CLOSE RerunDeck
    IF RerunCountWritten > ZERO AND ReconReturnCode < 4
        MOVE 4 TO ReconReturnCode
    END-IF.

WriteOneRerun.
    IF PStripRerunTag(StripIndex) = SPACES
        DISPLAY "NIGHTREC-W003 NO FREE CHECKPOINT TAG FOR "
            PRegName(PStripRegion(StripIndex)) " STRIP "
            PStripNumber(StripIndex) " - CLEAR THE CHECKPT FILES"
            " LISTED IN RECONRPT AND RERUN"
        IF ReconReturnCode < 4
            MOVE 4 TO ReconReturnCode
        END-IF
        EXIT PARAGRAPH
    END-IF
    MOVE PRegName(PStripRegion(StripIndex)) TO RerunRegionName
    MOVE PStripNumber(StripIndex) TO RerunNumber
    MOVE PStripCount(StripIndex) TO RerunCount
    MOVE PStripOutputFile(StripIndex) TO RerunOutputFile
    MOVE PStripRerunTag(StripIndex) TO RerunJobTag
    WRITE RerunDeckRecord
    IF RerunDeckStatus NOT = "00"
        DISPLAY "NIGHTREC-E011 WRITE FAILED ON RERUNCTL, STATUS "
            RerunDeckStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO RerunCountWritten.

PrintTotals.
    MOVE SPACES TO ReconReportLine
    WRITE ReconReportLine
    MOVE InitiatorFilesRead TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "STRIPCT FILES READ    : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine
    MOVE PlanStripCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "STRIPS PLANNED        : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine
    MOVE MergeFilesRead TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "MERGE FILES READ      : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine
    MOVE AuditRowsTonight TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "AUDIT ROWS TONIGHT    : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine
    MOVE CheckpointsFound TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "CHECKPOINTS ON DISK   : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine
    MOVE ReadyCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "READY TO MERGE        : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
           "  (MERGERDY)" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine
    MOVE RerunCountWritten TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "STRIPS TO RERUN       : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
           "  (RERUNCTL)" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO ReconReportLine
    WRITE ReconReportLine
    DISPLAY "NIGHTREC-I001 " PlanRegionCount " REGION(S) PLANNED, "
        RegionsComplete " COMPLETE (" RegionsMerged " MERGED), "
        ReadyCount " READY TO MERGE, " RerunCountWritten
        " STRIP(S) TO RERUN".

END PROGRAM NightReconcile.
