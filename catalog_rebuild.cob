IDENTIFICATION DIVISION.
PROGRAM-ID. CatalogRebuild.
AUTHOR. Ker2x.

*> Modification history
*> ---------------------------------------------------------------
*> CatalogMaint changes REGIONS in place, so once a row has been
*> changed or deleted the old one is gone, and a client asking for
*> exactly what was shipped months ago left us piecing the row back
*> together from AUDITLOG, which does not hold every catalog field.
*> CatalogMaint now journals every change to CATJRNL (catjrnl.cpy)
*> with the whole row before and after; this program replays that
*> journal to :
*>   REGASOF   the REGIONS catalog as it stood at the as-of date and
*>             time on RBLDCTL - same row, same indexed organization,
*>             so a historical deliverable re-renders exactly by
*>             running Cobolbrot against it in place of REGIONS.
*>             With a SELECTFL present only the regions it names are
*>             rebuilt, and the same SELECTFL then drives the render;
*>   RBLDRPT   the rebuilt catalog, anything in the journal that did
*>             not follow on from the row before it, and - when
*>             RBLDCTL names a region - that region's whole change
*>             history, every changed column before and after, with
*>             the change that was in force at the as-of moment
*>             marked.
*>
*> The journal is replayed in the order it was written.  Each CHANGE
*> and DELETE carries the row it replaced, and that must be the row
*> the replay already holds; when it is not (REGIONS was rebuilt by
*> BuildRegions or CatalogConvert, or the journal was restarted) the
*> record is still applied - its after image is what the catalog
*> held from then on - but it is listed as a journal gap, because
*> the rows between can no longer be vouched for.
*>
*> The journal opens with a BASELINE record for every row that was
*> already in REGIONS when it was started; an as-of moment before
*> that cannot be rebuilt, and is reported as such.
*>
*> RBLDCTL layout (1-based byte offsets), one record :
*>   1-8    RbldCtlAsOfDate     YYYYMMDD to rebuild the catalog as
*>                              of; spaces = no rebuild, history
*>                              listing only
*>   9-16   RbldCtlAsOfTime     HHMMSShh on that date; spaces = the
*>                              end of the day (23595999)
*>   17-36  RbldCtlRegion       region whose change history to list;
*>                              spaces = no history listing
*> At least one of the two must be given.
*>
*> Return code 0 when the rebuild is clean, 4 when it carries a
*> warning (a journal gap, an as-of before the journal began, a
*> SELECTFL region that did not exist then, a history region with
*> no journal records), 16 on a control or file failure.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RebuildControl ASSIGN TO "RBLDCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RebuildControlStatus.

    SELECT JournalFile ASSIGN TO "CATJRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS JournalFileStatus.

    *> Optional : absent means rebuild the whole catalog.
    SELECT SelectFile ASSIGN TO "SELECTFL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SelectFileStatus.

    *> Same organization and key as REGIONS, so it can stand in for
    *> it.
    SELECT AsOfCatalog ASSIGN TO "REGASOF"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY IS AsOfRecordKey
        FILE STATUS IS AsOfCatalogStatus.

    SELECT RebuildReport ASSIGN TO "RBLDRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RebuildReportStatus.

DATA DIVISION.
FILE SECTION.

FD  RebuildControl.
01  RebuildControlRecord.
    05  RbldCtlAsOfDate         PIC X(08).
    05  RbldCtlAsOfTime         PIC X(08).
    05  RbldCtlRegion           PIC X(20).

*> Shared journal layout - same copybook CatalogMaint writes with.
FD  JournalFile.
01  JournalRecord.
    COPY "catjrnl.cpy".

*> Same layout as main.cob's SelectFile.
FD  SelectFile.
01  SelectFileRecord.
    05  SelectFileRegionName    PIC X(20).

FD  AsOfCatalog.
01  AsOfCatalogRecord.
    05  AsOfRecordKey           PIC X(20).
    05  FILLER                  PIC X(253).

FD  RebuildReport.
01  RebuildReportLine           PIC X(132).

WORKING-STORAGE SECTION.

01  RebuildControlStatus        PIC XX VALUE "00".
01  JournalFileStatus           PIC XX VALUE "00".
01  SelectFileStatus            PIC XX VALUE "00".
01  AsOfCatalogStatus           PIC XX VALUE "00".
01  RebuildReportStatus         PIC XX VALUE "00".

01  EndOfFileSwitch             PIC X VALUE "N".
    88  AtEndOfFile                     VALUE "Y" FALSE "N".
01  RebuildWantedSwitch         PIC X VALUE "N".
    88  RebuildWanted                   VALUE "Y".
01  HistoryWantedSwitch         PIC X VALUE "N".
    88  HistoryWanted                   VALUE "Y".
01  SubsetSwitch                PIC X VALUE "N".
    88  SubsetRebuild                   VALUE "Y".
01  RowOnFileSwitch             PIC X VALUE "N".
    88  RowOnFile                       VALUE "Y" FALSE "N".

*> The as-of moment, and each journal record's own moment, as
*> YYYYMMDDHHMMSShh - digits throughout, so they compare as text.
01  AsOfStamp.
    05  AsOfDate                PIC 9(8) VALUE ZERO.
    05  AsOfTime                PIC 9(8) VALUE ZERO.
01  EntryStamp                  PIC X(16) VALUE SPACES.
01  JournalStartStamp           PIC X(16) VALUE SPACES.
01  HistoryRegion               PIC X(20) VALUE SPACES.

*> SELECTFL names.  Must match main.cob's SelectNameLimit.
01  SelectNameLimit             CONSTANT 200.
01  SelectNameCount             PIC 9(3) VALUE ZERO.
01  SelectNameTable.
    05  SelectName OCCURS 200   PIC X(20).
01  SelectIndex                 PIC 9(3) COMP VALUE ZERO.
01  SelectNameFoundSwitch       PIC X VALUE "N".
    88  SelectNameFound                 VALUE "Y" FALSE "N".

*> The catalog columns the history listing compares, by position in
*> the row (see regionrec.cpy) : name, first byte, length.
01  ColumnValues.
    05  FILLER  PIC X(20) VALUE "MODE          021001".
    05  FILLER  PIC X(20) VALUE "COLOUR MODE   022001".
    05  FILLER  PIC X(20) VALUE "DEEP ZOOM     023001".
    05  FILLER  PIC X(20) VALUE "RMIN          024021".
    05  FILLER  PIC X(20) VALUE "RMAX          045021".
    05  FILLER  PIC X(20) VALUE "IMIN          066021".
    05  FILLER  PIC X(20) VALUE "IMAX          087021".
    05  FILLER  PIC X(20) VALUE "JULIA CR      108021".
    05  FILLER  PIC X(20) VALUE "JULIA CI      129021".
    05  FILLER  PIC X(20) VALUE "SIZE X        150005".
    05  FILLER  PIC X(20) VALUE "SIZE Y        155005".
    05  FILLER  PIC X(20) VALUE "MAXITER       160005".
    05  FILLER  PIC X(20) VALUE "CKPT EVERY    165005".
    05  FILLER  PIC X(20) VALUE "OUTPUT FILE   170040".
    05  FILLER  PIC X(20) VALUE "ITER DATA FILE210040".
    05  FILLER  PIC X(20) VALUE "SUPERSAMPLE   250002".
    05  FILLER  PIC X(20) VALUE "POWER         252002".
    05  FILLER  PIC X(20) VALUE "PALETTE       254020".
01  ColumnTable REDEFINES ColumnValues.
    05  ColumnEntry OCCURS 18.
        10  ColumnName          PIC X(14).
        10  ColumnStart         PIC 9(3).
        10  ColumnLength        PIC 9(3).
01  ColumnCount                 CONSTANT 18.
01  ColumnIndex                 PIC 9(2) COMP VALUE ZERO.
01  ColumnBeforeText            PIC X(40) VALUE SPACES.
01  ColumnAfterText             PIC X(40) VALUE SPACES.

*> Structured view of a row being listed - the shared catalog
*> layout.
01  CatalogWorkRow.
    COPY "regionrec.cpy".

01  GapReasonText               PIC X(60) VALUE SPACES.
*> The history region's row as its last journal record left it.
01  HistoryLastAfterImage       PIC X(273) VALUE SPACES.

01  JournalRecordNumber         PIC 9(7) VALUE ZERO.
01  InForceRecordNumber         PIC 9(7) VALUE ZERO.
01  JournalRecordsRead          PIC 9(7) VALUE ZERO.
01  JournalRecordsApplied       PIC 9(7) VALUE ZERO.
01  JournalRecordsLater         PIC 9(7) VALUE ZERO.
01  JournalRecordsOutside       PIC 9(7) VALUE ZERO.
01  JournalRecordsBad           PIC 9(7) VALUE ZERO.
01  JournalGapCount             PIC 9(5) VALUE ZERO.
01  RebuiltRowCount             PIC 9(5) VALUE ZERO.
01  MissingSelectCount          PIC 9(3) VALUE ZERO.
01  HistoryRecordCount          PIC 9(5) VALUE ZERO.
01  RebuildReturnCode           PIC S9(4) VALUE ZERO.

01  ReportWorkLine              PIC X(132) VALUE SPACES.
01  CountEdited                 PIC ZZZZZZ9.
01  SizeXEdited                 PIC ZZZZ9.
01  SizeYEdited                 PIC ZZZZ9.
01  MaxIterEdited               PIC ZZZZ9.

PROCEDURE DIVISION.

Mainline.
    PERFORM LoadRebuildControl
    PERFORM OpenReport
    IF RebuildWanted
        PERFORM LoadSelectFile
        PERFORM RebuildCatalog
        PERFORM CheckSelectedRegions
        PERFORM PrintRebuiltCatalog
    END-IF
    IF HistoryWanted
        PERFORM PrintRegionHistory
    END-IF
    PERFORM PrintTotals
    CLOSE RebuildReport
    MOVE RebuildReturnCode TO RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> RBLDCTL is required - there is no sensible moment to default to.
*> ---------------------------------------------------------------
LoadRebuildControl.
    OPEN INPUT RebuildControl
    IF RebuildControlStatus NOT = "00"
        DISPLAY "CATRBLD-E001 CANNOT OPEN CONTROL FILE RBLDCTL,"
            " STATUS " RebuildControlStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    READ RebuildControl
        AT END
            DISPLAY "CATRBLD-E001 CONTROL FILE RBLDCTL IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE RebuildControl
    IF RbldCtlAsOfDate = SPACES AND RbldCtlRegion = SPACES
        DISPLAY "CATRBLD-E002 RBLDCTL GIVES NEITHER AN AS-OF DATE NOR"
            " A REGION - NOTHING TO DO"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF RbldCtlRegion NOT = SPACES
        SET HistoryWanted TO TRUE
        MOVE RbldCtlRegion TO HistoryRegion
    END-IF
    IF RbldCtlAsOfDate = SPACES
        MOVE HIGH-VALUES TO AsOfStamp
        EXIT PARAGRAPH
    END-IF
    IF RbldCtlAsOfDate NOT NUMERIC
        DISPLAY "CATRBLD-E003 AS-OF DATE '" RbldCtlAsOfDate
            "' IS NOT A VALID YYYYMMDD"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE RbldCtlAsOfDate TO AsOfDate
    IF FUNCTION TEST-DATE-YYYYMMDD(AsOfDate) NOT = ZERO
        DISPLAY "CATRBLD-E003 AS-OF DATE '" RbldCtlAsOfDate
            "' IS NOT A VALID YYYYMMDD"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF RbldCtlAsOfTime = SPACES
        MOVE 23595999 TO AsOfTime
    ELSE
        IF RbldCtlAsOfTime NOT NUMERIC
                OR RbldCtlAsOfTime(1:2) > "23"
                OR RbldCtlAsOfTime(3:2) > "59"
                OR RbldCtlAsOfTime(5:2) > "59"
            DISPLAY "CATRBLD-E003 AS-OF TIME '" RbldCtlAsOfTime
                "' IS NOT HHMMSShh"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE RbldCtlAsOfTime TO AsOfTime
    END-IF
    SET RebuildWanted TO TRUE.

OpenReport.
    OPEN OUTPUT RebuildReport
    IF RebuildReportStatus NOT = "00"
        DISPLAY "CATRBLD-E004 CANNOT OPEN REPORT FILE RBLDRPT,"
            " STATUS " RebuildReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO ReportWorkLine
    IF RebuildWanted
        STRING "CATALOG REBUILD FROM CATJRNL - AS OF "
            DELIMITED BY SIZE
               AsOfDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AsOfTime DELIMITED BY SIZE
            INTO ReportWorkLine
    ELSE
        STRING "CATALOG CHANGE HISTORY FROM CATJRNL"
            DELIMITED BY SIZE INTO ReportWorkLine
    END-IF
    MOVE ReportWorkLine TO RebuildReportLine
    WRITE RebuildReportLine
    MOVE SPACES TO RebuildReportLine
    MOVE ALL "=" TO RebuildReportLine(1:55)
    WRITE RebuildReportLine.

*> Absent SELECTFL is the usual case : rebuild the whole catalog.
*> Same rules as Cobolbrot's LoadSelectControl - blank records are
*> skipped, and a file that names nothing is refused rather than
*> quietly rebuilding everything.
LoadSelectFile.
    OPEN INPUT SelectFile
    IF SelectFileStatus = "35"
        EXIT PARAGRAPH
    END-IF
    IF SelectFileStatus NOT = "00"
        DISPLAY "CATRBLD-E005 CANNOT OPEN SELECT FILE, STATUS "
            SelectFileStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET AtEndOfFile TO FALSE
    PERFORM UNTIL AtEndOfFile
        READ SelectFile
            AT END
                SET AtEndOfFile TO TRUE
            NOT AT END
                IF SelectFileRegionName NOT = SPACES
                    IF SelectNameCount >= SelectNameLimit
                        DISPLAY "CATRBLD-E005 MORE THAN "
                            SelectNameLimit " NAMES IN THE SELECT"
                            " FILE"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO SelectNameCount
                    MOVE SelectFileRegionName
                        TO SelectName(SelectNameCount)
                END-IF
        END-READ
    END-PERFORM
    CLOSE SelectFile
    IF SelectNameCount = ZERO
        DISPLAY "CATRBLD-E005 SELECT FILE IS PRESENT BUT NAMES NO"
            " REGIONS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET SubsetRebuild TO TRUE
    MOVE SelectNameCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "SELECTIVE REBUILD - " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
           " REGION(S) NAMED ON SELECTFL" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO RebuildReportLine
    WRITE RebuildReportLine.

OpenJournal.
    OPEN INPUT JournalFile
    IF JournalFileStatus NOT = "00"
        DISPLAY "CATRBLD-E006 CANNOT OPEN CHANGE JOURNAL CATJRNL,"
            " STATUS " JournalFileStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ZERO TO JournalRecordNumber
    SET AtEndOfFile TO FALSE.

*> ---------------------------------------------------------------
*> The replay : every journal record up to the as-of moment, in
*> the order CatalogMaint wrote them, applied to REGASOF by key.
*> ---------------------------------------------------------------
RebuildCatalog.
    OPEN OUTPUT AsOfCatalog
    IF AsOfCatalogStatus NOT = "00"
        DISPLAY "CATRBLD-E007 CANNOT CREATE REBUILT CATALOG REGASOF,"
            " STATUS " AsOfCatalogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE AsOfCatalog
    OPEN I-O AsOfCatalog
    IF AsOfCatalogStatus NOT = "00"
        DISPLAY "CATRBLD-E007 CANNOT OPEN REBUILT CATALOG REGASOF,"
            " STATUS " AsOfCatalogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO RebuildReportLine
    WRITE RebuildReportLine
    MOVE "JOURNAL REPLAY" TO RebuildReportLine
    WRITE RebuildReportLine
    PERFORM OpenJournal
    PERFORM UNTIL AtEndOfFile
        READ JournalFile
            AT END
                SET AtEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO JournalRecordNumber
                ADD 1 TO JournalRecordsRead
                PERFORM ReplayOneRecord
        END-READ
    END-PERFORM
    CLOSE JournalFile
    IF JournalStartStamp = SPACES
        DISPLAY "CATRBLD-W001 CATJRNL HOLDS NO CHANGES - THE REBUILT"
            " CATALOG IS EMPTY"
        MOVE "  THE JOURNAL HOLDS NO CHANGES - NOTHING TO REBUILD"
            TO RebuildReportLine
        WRITE RebuildReportLine
        MOVE 4 TO RebuildReturnCode
    ELSE
        IF JournalStartStamp > AsOfStamp
            DISPLAY "CATRBLD-W001 THE AS-OF MOMENT IS BEFORE THE"
                " JOURNAL BEGAN (" JournalStartStamp(1:8) " "
                JournalStartStamp(9:8) ") - THE CATALOG THEN CANNOT"
                " BE REBUILT"
            MOVE SPACES TO ReportWorkLine
            STRING "  THE JOURNAL BEGINS AT " DELIMITED BY SIZE
                   JournalStartStamp(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JournalStartStamp(9:8) DELIMITED BY SIZE
                   ", AFTER THE AS-OF MOMENT - THE CATALOG BEFORE"
                   DELIMITED BY SIZE
                   " IT CANNOT BE REBUILT" DELIMITED BY SIZE
                INTO ReportWorkLine
            MOVE ReportWorkLine TO RebuildReportLine
            WRITE RebuildReportLine
            MOVE 4 TO RebuildReturnCode
        END-IF
    END-IF
    IF JournalGapCount = ZERO AND JournalRecordsApplied > ZERO
        MOVE "  EVERY RECORD FOLLOWS ON FROM THE ROW BEFORE IT"
            TO RebuildReportLine
        WRITE RebuildReportLine
    END-IF.

ReplayOneRecord.
    IF JrnlDate NOT NUMERIC OR JrnlTime NOT NUMERIC
            OR JrnlRegionName = SPACES
            OR (JrnlAction NOT = "ADD" AND JrnlAction NOT = "CHANGE"
                AND JrnlAction NOT = "DELETE"
                AND JrnlAction NOT = "BASELINE")
        ADD 1 TO JournalRecordsBad
        MOVE "UNREADABLE JOURNAL RECORD - SKIPPED" TO GapReasonText
        PERFORM ReportJournalGap
        EXIT PARAGRAPH
    END-IF
    MOVE JournalRecord(1:16) TO EntryStamp
    IF JournalStartStamp = SPACES
        MOVE EntryStamp TO JournalStartStamp
    END-IF
    IF EntryStamp > AsOfStamp
        ADD 1 TO JournalRecordsLater
        EXIT PARAGRAPH
    END-IF
    IF HistoryWanted AND JrnlRegionName = HistoryRegion
        MOVE JournalRecordNumber TO InForceRecordNumber
    END-IF
    IF SubsetRebuild
        PERFORM FindSelectName
        IF NOT SelectNameFound
            ADD 1 TO JournalRecordsOutside
            EXIT PARAGRAPH
        END-IF
    END-IF
    ADD 1 TO JournalRecordsApplied
    MOVE JrnlRegionName TO AsOfRecordKey
    READ AsOfCatalog
        INVALID KEY
            SET RowOnFile TO FALSE
        NOT INVALID KEY
            SET RowOnFile TO TRUE
    END-READ
    EVALUATE TRUE
        WHEN JrnlAction = "ADD" OR JrnlAction = "BASELINE"
            IF RowOnFile
                IF AsOfCatalogRecord NOT = JrnlAfterImage
                    MOVE "ADDS A REGION THE REPLAY ALREADY HOLDS"
                        TO GapReasonText
                    PERFORM ReportJournalGap
                END-IF
                PERFORM RewriteAsOfRow
            ELSE
                PERFORM WriteAsOfRow
            END-IF
        WHEN JrnlAction = "CHANGE"
            IF RowOnFile
                IF AsOfCatalogRecord NOT = JrnlBeforeImage
                    MOVE "BEFORE IMAGE IS NOT THE ROW THE REPLAY HOLDS"
                        TO GapReasonText
                    PERFORM ReportJournalGap
                END-IF
                PERFORM RewriteAsOfRow
            ELSE
                MOVE "CHANGES A REGION THE REPLAY DOES NOT HOLD"
                    TO GapReasonText
                PERFORM ReportJournalGap
                PERFORM WriteAsOfRow
            END-IF
        WHEN OTHER
            IF RowOnFile
                IF AsOfCatalogRecord NOT = JrnlBeforeImage
                    MOVE "BEFORE IMAGE IS NOT THE ROW THE REPLAY HOLDS"
                        TO GapReasonText
                    PERFORM ReportJournalGap
                END-IF
                DELETE AsOfCatalog
                IF AsOfCatalogStatus NOT = "00"
                    DISPLAY "CATRBLD-E008 DELETE FAILED ON REGASOF,"
                        " STATUS " AsOfCatalogStatus
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                MOVE "DELETES A REGION THE REPLAY DOES NOT HOLD"
                    TO GapReasonText
                PERFORM ReportJournalGap
            END-IF
    END-EVALUATE.

WriteAsOfRow.
    MOVE JrnlAfterImage TO AsOfCatalogRecord
    WRITE AsOfCatalogRecord
    IF AsOfCatalogStatus NOT = "00"
        DISPLAY "CATRBLD-E008 WRITE FAILED ON REGASOF, STATUS "
            AsOfCatalogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

RewriteAsOfRow.
    MOVE JrnlAfterImage TO AsOfCatalogRecord
    REWRITE AsOfCatalogRecord
    IF AsOfCatalogStatus NOT = "00"
        DISPLAY "CATRBLD-E008 REWRITE FAILED ON REGASOF, STATUS "
            AsOfCatalogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

FindSelectName.
    SET SelectNameFound TO FALSE
    PERFORM VARYING SelectIndex FROM 1 BY 1
            UNTIL SelectIndex > SelectNameCount OR SelectNameFound
        IF SelectName(SelectIndex) = JrnlRegionName
            SET SelectNameFound TO TRUE
        END-IF
    END-PERFORM.

ReportJournalGap.
    ADD 1 TO JournalGapCount
    MOVE 4 TO RebuildReturnCode
    MOVE JournalRecordNumber TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  JOURNAL GAP AT RECORD" DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           JrnlDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           JrnlTime DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           JrnlAction DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           JrnlRegionName DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           GapReasonText DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO RebuildReportLine
    WRITE RebuildReportLine.

*> A SELECTFL name the replay never produced did not exist at the
*> as-of moment (or was deleted by then) - re-rendering it from
*> REGASOF would stop with COBOLBROT-E028.
CheckSelectedRegions.
    PERFORM VARYING SelectIndex FROM 1 BY 1
            UNTIL SelectIndex > SelectNameCount
        MOVE SelectName(SelectIndex) TO AsOfRecordKey
        READ AsOfCatalog
            INVALID KEY
                ADD 1 TO MissingSelectCount
                MOVE 4 TO RebuildReturnCode
                DISPLAY "CATRBLD-W002 SELECTFL REGION "
                    SelectName(SelectIndex)
                    " WAS NOT IN THE CATALOG AS OF " AsOfDate " "
                    AsOfTime
                MOVE SPACES TO ReportWorkLine
                STRING "  NOT IN THE CATALOG AS OF THEN : "
                    DELIMITED BY SIZE
                       SelectName(SelectIndex) DELIMITED BY SIZE
                    INTO ReportWorkLine
                MOVE ReportWorkLine TO RebuildReportLine
                WRITE RebuildReportLine
        END-READ
    END-PERFORM.

*> The rebuilt catalog in key order, one line per row, as
*> CatalogMaint lists REGIONS.
PrintRebuiltCatalog.
    MOVE SPACES TO RebuildReportLine
    WRITE RebuildReportLine
    MOVE "CATALOG AS REBUILT (REGASOF)" TO RebuildReportLine
    WRITE RebuildReportLine
    SET AtEndOfFile TO FALSE
    MOVE LOW-VALUES TO AsOfRecordKey
    START AsOfCatalog KEY NOT < AsOfRecordKey
        INVALID KEY
            SET AtEndOfFile TO TRUE
    END-START
    PERFORM UNTIL AtEndOfFile
        READ AsOfCatalog NEXT
            AT END
                SET AtEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO RebuiltRowCount
                MOVE AsOfCatalogRecord TO CatalogWorkRow
                PERFORM PrintCatalogRowDetail
        END-READ
    END-PERFORM
    CLOSE AsOfCatalog
    MOVE RebuiltRowCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
           " REGION(S)" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO RebuildReportLine
    WRITE RebuildReportLine.

*> Mirrors catalog_maint.cob's PrintCatalogRowDetail.
PrintCatalogRowDetail.
    MOVE RegionSizeX TO SizeXEdited
    MOVE RegionSizeY TO SizeYEdited
    MOVE RegionMaxIter TO MaxIterEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  " DELIMITED BY SIZE
           RegionName DELIMITED BY SIZE
           " MODE " DELIMITED BY SIZE
           RegionMode DELIMITED BY SIZE
           " COLOUR " DELIMITED BY SIZE
           RegionColorMode DELIMITED BY SIZE
           " DEEP " DELIMITED BY SIZE
           RegionDeepZoom DELIMITED BY SIZE
           " SIZE " DELIMITED BY SIZE
           SizeXEdited DELIMITED BY SIZE
           " X" DELIMITED BY SIZE
           SizeYEdited DELIMITED BY SIZE
           " MAXITER " DELIMITED BY SIZE
           MaxIterEdited DELIMITED BY SIZE
           " -> " DELIMITED BY SIZE
           RegionOutputFile DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO RebuildReportLine
    WRITE RebuildReportLine.

*> ---------------------------------------------------------------
*> One region's every journal record, oldest first : a new row in
*> full, a change as the columns it changed, a deletion as the row
*> it removed.
*> ---------------------------------------------------------------
PrintRegionHistory.
    MOVE SPACES TO RebuildReportLine
    WRITE RebuildReportLine
    MOVE SPACES TO ReportWorkLine
    STRING "CHANGE HISTORY - " DELIMITED BY SIZE
           HistoryRegion DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO RebuildReportLine
    WRITE RebuildReportLine
    PERFORM OpenJournal
    PERFORM UNTIL AtEndOfFile
        READ JournalFile
            AT END
                SET AtEndOfFile TO TRUE
            NOT AT END
                ADD 1 TO JournalRecordNumber
                IF JrnlRegionName = HistoryRegion
                    PERFORM PrintHistoryRecord
                END-IF
        END-READ
    END-PERFORM
    CLOSE JournalFile
    IF HistoryRecordCount = ZERO
        DISPLAY "CATRBLD-W003 CATJRNL HOLDS NO RECORDS FOR REGION "
            HistoryRegion
        MOVE "  NO JOURNAL RECORDS FOR THIS REGION"
            TO RebuildReportLine
        WRITE RebuildReportLine
        MOVE 4 TO RebuildReturnCode
    END-IF.

PrintHistoryRecord.
    ADD 1 TO HistoryRecordCount
    MOVE SPACES TO RebuildReportLine
    WRITE RebuildReportLine
    MOVE SPACES TO ReportWorkLine
    STRING "  " DELIMITED BY SIZE
           JrnlDate DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           JrnlTime DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           JrnlAction DELIMITED BY SIZE
        INTO ReportWorkLine
    IF RebuildWanted AND JournalRecordNumber = InForceRecordNumber
        MOVE "<- IN FORCE AS OF THE REBUILD MOMENT"
            TO ReportWorkLine(40:36)
    END-IF
    MOVE ReportWorkLine TO RebuildReportLine
    WRITE RebuildReportLine
    IF HistoryRecordCount > 1
            AND JrnlBeforeImage NOT = HistoryLastAfterImage
        MOVE "    JOURNAL GAP - THE ROW BEFORE THIS CHANGE IS NOT THE"
            & " ROW THE RECORD ABOVE LEFT" TO RebuildReportLine
        WRITE RebuildReportLine
    END-IF
    MOVE JrnlAfterImage TO HistoryLastAfterImage
    IF JrnlAction = "DELETE"
        MOVE "    REGION DELETED - ITS LAST ROW WAS :"
            TO RebuildReportLine
        WRITE RebuildReportLine
    END-IF
    PERFORM VARYING ColumnIndex FROM 1 BY 1
            UNTIL ColumnIndex > ColumnCount
        MOVE SPACES TO ColumnBeforeText ColumnAfterText
        MOVE JrnlBeforeImage(ColumnStart(ColumnIndex):
                ColumnLength(ColumnIndex)) TO ColumnBeforeText
        MOVE JrnlAfterImage(ColumnStart(ColumnIndex):
                ColumnLength(ColumnIndex)) TO ColumnAfterText
        MOVE SPACES TO ReportWorkLine
        EVALUATE TRUE
            WHEN JrnlAction = "DELETE"
                STRING "    " DELIMITED BY SIZE
                       ColumnName(ColumnIndex) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ColumnBeforeText DELIMITED BY SIZE
                    INTO ReportWorkLine
            WHEN JrnlAction = "CHANGE"
                IF ColumnBeforeText NOT = ColumnAfterText
                    STRING "    " DELIMITED BY SIZE
                           ColumnName(ColumnIndex) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ColumnBeforeText DELIMITED BY SIZE
                           " -> " DELIMITED BY SIZE
                           ColumnAfterText DELIMITED BY SIZE
                        INTO ReportWorkLine
                END-IF
            WHEN OTHER
                STRING "    " DELIMITED BY SIZE
                       ColumnName(ColumnIndex) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ColumnAfterText DELIMITED BY SIZE
                    INTO ReportWorkLine
        END-EVALUATE
        IF ReportWorkLine NOT = SPACES
            MOVE ReportWorkLine TO RebuildReportLine
            WRITE RebuildReportLine
        END-IF
    END-PERFORM
    IF JrnlAction = "CHANGE" AND JrnlBeforeImage = JrnlAfterImage
        MOVE "    NO COLUMN CHANGED" TO RebuildReportLine
        WRITE RebuildReportLine
    END-IF.

PrintTotals.
    MOVE SPACES TO RebuildReportLine
    WRITE RebuildReportLine
    IF RebuildWanted
        MOVE JournalRecordsRead TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "JOURNAL RECORDS READ  : " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO RebuildReportLine
        WRITE RebuildReportLine
        MOVE JournalRecordsApplied TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "RECORDS REPLAYED      : " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO RebuildReportLine
        WRITE RebuildReportLine
        MOVE JournalRecordsLater TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "RECORDS AFTER AS-OF   : " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO RebuildReportLine
        WRITE RebuildReportLine
        IF SubsetRebuild
            MOVE JournalRecordsOutside TO CountEdited
            MOVE SPACES TO ReportWorkLine
            STRING "RECORDS NOT SELECTED  : " DELIMITED BY SIZE
                   CountEdited DELIMITED BY SIZE
                INTO ReportWorkLine
            MOVE ReportWorkLine TO RebuildReportLine
            WRITE RebuildReportLine
        END-IF
        MOVE JournalRecordsBad TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "UNREADABLE RECORDS    : " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO RebuildReportLine
        WRITE RebuildReportLine
        MOVE JournalGapCount TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "JOURNAL GAPS          : " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO RebuildReportLine
        WRITE RebuildReportLine
        MOVE RebuiltRowCount TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "REGIONS REBUILT       : " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
               "  (REGASOF)" DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO RebuildReportLine
        WRITE RebuildReportLine
        DISPLAY "CATRBLD-I001 REBUILT " RebuiltRowCount
            " REGION(S) AS OF " AsOfDate " " AsOfTime " - "
            JournalGapCount " JOURNAL GAP(S)"
    END-IF
    IF HistoryWanted
        MOVE HistoryRecordCount TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "HISTORY RECORDS LISTED: " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO RebuildReportLine
        WRITE RebuildReportLine
        DISPLAY "CATRBLD-I002 " HistoryRecordCount
            " JOURNAL RECORD(S) LISTED FOR " HistoryRegion
    END-IF.

END PROGRAM CatalogRebuild.
