*> transaction is durable the moment it applies; the report still
*> shows the full catalog before and after, listed in key order -
*> which is also the order every reader now walks the catalog in.
*>
*> The catalog row grew to 273 bytes with RegionPaletteName (see
*> regionrec.cpy), and CATTRANS widens with it; a transaction punched
*> at the old width leaves the name blank, which is the house
*> palette.  A row that names a palette is rejected (E030) unless that
*> palette is already in the PALETTES library PaletteMaint keeps, the
*> same test Cobolbrot would fail it on at render time.
*>
*> A keyed REWRITE or DELETE leaves nothing of the row it replaced,
*> and CATRPT is print, not something a program can replay - so a
*> deliverable from months back could only be pieced together from
*> AUDITLOG, which does not hold every catalog field.  Every ADD,
*> CHANGE and DELETE that applies now also appends one CATJRNL
*> record (catjrnl.cpy) : the date and time, the action, and the
*> whole row before and after.  The first run to find no CATJRNL
*> starts one with a BASELINE record for every row already in
*> REGIONS, so the journal alone accounts for the whole catalog
*> from that moment on.  LIST changes nothing and is not journalled.
*> CatalogRebuild replays CATJRNL to rebuild the catalog as of any
*> date and time.  DELETE now reads the row before deleting it, to
*> have its before image.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS CatalogRecordKey
        FILE STATUS IS RegionCatalogStatus.

    *> Read by key only to prove a named palette exists - a catalog
    *> of house-palette regions never needs the file at all.
    SELECT PaletteLibrary ASSIGN TO "PALETTES"
        ORGANIZATION INDEXED
        ACCESS RANDOM
        RECORD KEY IS PalLibKey
        FILE STATUS IS PaletteLibraryStatus.

    *> Change journal, appended to and never rewritten.
    SELECT JournalFile ASSIGN TO "CATJRNL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS JournalFileStatus.

    SELECT MaintReport ASSIGN TO "CATRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MaintReportStatus.
FD  TransFile.
01  TransRecord.
    05  TransAction             PIC X(08).
    05  TransRegionImage        PIC X(273).
    05  TransRegionKey REDEFINES TransRegionImage.
        10  TransRegionName     PIC X(20).
        10  FILLER              PIC X(253).

FD  RegionCatalog.
01  RegionCatalogRecord.
    05  CatalogRecordKey        PIC X(20).
    05  FILLER                  PIC X(253).

*> Palette row layout in palrec.cpy; only the key is needed here.
FD  PaletteLibrary.
01  PaletteLibraryRecord.
    05  PalLibKey               PIC X(20).
    05  FILLER                  PIC X(176).

FD  JournalFile.
01  JournalRecord.
    COPY "catjrnl.cpy".

FD  MaintReport.
01  MaintReportLine             PIC X(132).
01  TransFileStatus             PIC XX VALUE "00".
01  RegionCatalogStatus         PIC XX VALUE "00".
01  MaintReportStatus           PIC XX VALUE "00".
01  PaletteLibraryStatus        PIC XX VALUE "00".
01  JournalFileStatus           PIC XX VALUE "00".

01  EndOfCatalogSwitch          PIC X VALUE "N".
    88  AtEndOfCatalog                  VALUE "Y".
    88  AtEndOfTrans                    VALUE "Y".
01  CatalogUpdatedSwitch        PIC X VALUE "N".
    88  CatalogUpdated                  VALUE "Y".
01  PaletteLibraryOpenSwitch    PIC X VALUE "N".
    88  PaletteLibraryOpen              VALUE "Y" FALSE "N".

*> Structured view of whichever row is being validated or listed -
*> the shared catalog layout, same copybook Cobolbrot reads with.
01  TransAcceptedCount          PIC 9(5) VALUE ZERO.
01  TransRejectedCount          PIC 9(5) VALUE ZERO.
01  ListedRowCount              PIC 9(5) VALUE ZERO.
01  JournalEntryCount           PIC 9(5) VALUE ZERO.
01  BaselineRowCount            PIC 9(5) VALUE ZERO.

*> The row a CHANGE or DELETE is about to replace, kept for its
*> journal record.
01  JournalBeforeRow            PIC X(273) VALUE SPACES.
01  JournalActionText           PIC X(08) VALUE SPACES.
01  ValidationReturnCode        PIC S9(4) VALUE ZERO.
01  MaintReturnCode             PIC S9(4) VALUE ZERO.

Mainline.
    PERFORM OpenFiles
    PERFORM OpenCatalog
    PERFORM OpenJournal
    PERFORM PrintCatalogBefore
    PERFORM ApplyOneTransaction UNTIL AtEndOfTrans
    PERFORM PrintCatalogAfter
        STOP RUN
    END-IF.

*> An existing journal is extended.  With none on file the journal
*> starts here, opened by a BASELINE record for every row the
*> catalog already holds.
OpenJournal.
    OPEN EXTEND JournalFile
    IF JournalFileStatus = "00"
        EXIT PARAGRAPH
    END-IF
    IF JournalFileStatus NOT = "35"
        DISPLAY "CATMAINT-E031 CANNOT OPEN CHANGE JOURNAL CATJRNL,"
            " STATUS " JournalFileStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT JournalFile
    IF JournalFileStatus NOT = "00"
        DISPLAY "CATMAINT-E031 CANNOT CREATE CHANGE JOURNAL CATJRNL,"
            " STATUS " JournalFileStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "BASELINE" TO JournalActionText
    MOVE SPACES TO JournalBeforeRow
    MOVE "N" TO EndOfCatalogSwitch
    MOVE LOW-VALUES TO CatalogRecordKey
    START RegionCatalog KEY NOT < CatalogRecordKey
        INVALID KEY
            SET AtEndOfCatalog TO TRUE
    END-START
    PERFORM UNTIL AtEndOfCatalog
        READ RegionCatalog NEXT
            AT END
                SET AtEndOfCatalog TO TRUE
            NOT AT END
                MOVE RegionCatalogRecord TO CatalogWorkRow
                PERFORM WriteJournalEntry
                ADD 1 TO BaselineRowCount
        END-READ
    END-PERFORM
    MOVE BaselineRowCount TO EntryCountEdited
    DISPLAY "CATMAINT-I003 CHANGE JOURNAL CATJRNL STARTED WITH "
        EntryCountEdited " BASELINE ROW(S)"
    MOVE SPACES TO ReportWorkLine
    STRING "CHANGE JOURNAL STARTED - " DELIMITED BY SIZE
           EntryCountEdited DELIMITED BY SIZE
           " BASELINE ROW(S)" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO MaintReportLine
    WRITE MaintReportLine.

*> ---------------------------------------------------------------
*> One transaction read, validated and applied (or rejected) per
*> pass, with one report line per transaction either way.  Every
        STOP RUN
    END-IF
    SET CatalogUpdated TO TRUE
    MOVE "ADD" TO JournalActionText
    MOVE SPACES TO JournalBeforeRow
    PERFORM WriteJournalEntry
    PERFORM ReportAccepted.

ApplyChangeTransaction.
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE RegionCatalogRecord TO JournalBeforeRow
    MOVE TransRegionImage TO CatalogWorkRow
    PERFORM NormalizeCatalogRow
    PERFORM ValidateRegionParameters
        STOP RUN
    END-IF
    SET CatalogUpdated TO TRUE
    MOVE "CHANGE" TO JournalActionText
    PERFORM WriteJournalEntry
    PERFORM ReportAccepted.

ApplyDeleteTransaction.
    MOVE TransRegionName TO CatalogRecordKey
    READ RegionCatalog
        INVALID KEY
            DISPLAY "CATMAINT-E008 DELETE REJECTED - REGION "
                TransRegionName " NOT IN THE CATALOG"
            MOVE 16 TO ValidationReturnCode
    END-READ
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE RegionCatalogRecord TO JournalBeforeRow
    DELETE RegionCatalog
    IF RegionCatalogStatus NOT = "00"
        DISPLAY "CATMAINT-E015 DELETE FAILED ON REGIONS,"
            " STATUS " RegionCatalogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET CatalogUpdated TO TRUE
    MOVE "DELETE" TO JournalActionText
    MOVE SPACES TO CatalogWorkRow
    PERFORM WriteJournalEntry
    PERFORM ReportAccepted.

ApplyListTransaction.
    PERFORM ReportAccepted
    PERFORM PrintCatalogRowDetail.

*> One journal record : JournalActionText, the row it replaced in
*> JournalBeforeRow and the row it left in CatalogWorkRow, stamped
*> with the moment it applied.  The catalog has already changed, so
*> a journal that cannot take the record stops the run at once and
*> says which region the journal is missing.
WriteJournalEntry.
    MOVE SPACES TO JournalRecord
    ACCEPT JrnlDate FROM DATE YYYYMMDD
    ACCEPT JrnlTime FROM TIME
    MOVE JournalActionText TO JrnlAction
    MOVE CatalogWorkRow(1:20) TO JrnlRegionName
    IF CatalogWorkRow = SPACES
        MOVE JournalBeforeRow(1:20) TO JrnlRegionName
    END-IF
    MOVE JournalBeforeRow TO JrnlBeforeImage
    MOVE CatalogWorkRow TO JrnlAfterImage
    WRITE JournalRecord
    IF JournalFileStatus NOT = "00"
        DISPLAY "CATMAINT-E032 WRITE FAILED ON CHANGE JOURNAL CATJRNL,"
            " STATUS " JournalFileStatus " - " JrnlAction " "
            JrnlRegionName " IS APPLIED BUT NOT JOURNALLED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO JournalEntryCount.

*> Transactions punched against an older, shorter row layout leave
*> the newer numeric fields as spaces - treat those as zero, the
*> same way Cobolbrot treats a short catalog row, rather than
                " ARCHIVE ROW"
            MOVE 16 TO ValidationReturnCode
        END-IF
    END-IF
    IF RegionPaletteName NOT = SPACES
        PERFORM CheckPaletteOnFile
    END-IF.

*> A named palette must already be in the library - otherwise the
*> row would pass here and fail the render with COBOLBROT-E030.
*> The library is opened the first time a row names a palette.
CheckPaletteOnFile.
    IF NOT PaletteLibraryOpen
        OPEN INPUT PaletteLibrary
        IF PaletteLibraryStatus NOT = "00"
            DISPLAY "CATMAINT-E030 REGION " RegionName
                " REJECTED - NAMES PALETTE " RegionPaletteName
                " BUT THE PALETTE LIBRARY CANNOT BE OPENED, STATUS "
                PaletteLibraryStatus
            MOVE 16 TO ValidationReturnCode
            EXIT PARAGRAPH
        END-IF
        SET PaletteLibraryOpen TO TRUE
    END-IF
    MOVE RegionPaletteName TO PalLibKey
    READ PaletteLibrary
        INVALID KEY
            DISPLAY "CATMAINT-E030 REGION " RegionName
                " REJECTED - PALETTE " RegionPaletteName
                " IS NOT IN THE PALETTE LIBRARY"
            MOVE 16 TO ValidationReturnCode
    END-READ.

*> ---------------------------------------------------------------
*> Report writing.
*> ---------------------------------------------------------------
        INTO ReportWorkLine
    MOVE ReportWorkLine TO MaintReportLine
    WRITE MaintReportLine
    MOVE JournalEntryCount TO TransCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "JOURNAL RECORDS       : " DELIMITED BY SIZE
           TransCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO MaintReportLine
    WRITE MaintReportLine
    DISPLAY "CATMAINT-I001 MAINTENANCE COMPLETE - "
        TransAcceptedCount " ACCEPTED, "
        TransRejectedCount " REJECTED".
CloseFiles.
    CLOSE TransFile
    CLOSE RegionCatalog
    CLOSE JournalFile
    IF PaletteLibraryOpen
        CLOSE PaletteLibrary
    END-IF
    CLOSE MaintReport.

END PROGRAM CatalogMaint.
