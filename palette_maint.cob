IDENTIFICATION DIVISION.
PROGRAM-ID. PaletteMaint.
AUTHOR. Ker2x.

*> Modification history
*> ---------------------------------------------------------------
*> Colour schemes used to live inside the programs - an EVALUATE in
*> Cobolbrot, a value table in RePalette - so every client palette
*> was a code change in several places.  Palettes now live in the
*> PALETTES library (indexed on PalName, layout in palrec.cpy), a
*> catalog row names the one it colours through in
*> RegionPaletteName, and this program maintains the library the
*> way CatalogMaint maintains REGIONS : a transaction file
*> (PALTRANS) of ADD / CHANGE / DELETE / LIST actions keyed by
*> palette name, every incoming row checked against the same rules
*> the renderers apply before colouring with it, and a printed
*> before/after maintenance report (PALRPT).
*>
*> PALTRANS layout (1-based byte offsets), one transaction per
*> record :
*>   1-8     PalTransAction     ADD / CHANGE / DELETE / LIST
*>   9-204   PalTransImage      the full 196-byte palette row, as
*>                              palrec.cpy maps it
*>
*> A DELETE is refused (E020) while any REGIONS row still names the
*> palette - removing it would only move the failure to the night's
*> render, where it costs a region instead of a transaction.  Stops
*> past PalStopCount are stored as zero whatever was punched there,
*> so the library never carries colours nothing can see.
*>
*> Return code 0 when every transaction applied, 8 when any was
*> rejected, 16 on a file failure.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PalTransFile ASSIGN TO "PALTRANS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PalTransFileStatus.

    SELECT PaletteLibrary ASSIGN TO "PALETTES"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY IS PalLibKey
        FILE STATUS IS PaletteLibraryStatus.

    *> Walked from the lowest key on a DELETE, to find any region
    *> still colouring through the palette.  Absent (status 35)
    *> means no region can name it.
    SELECT RegionCatalog ASSIGN TO "REGIONS"
        ORGANIZATION INDEXED
        ACCESS SEQUENTIAL
        RECORD KEY IS CatalogRecordKey
        FILE STATUS IS RegionCatalogStatus.

    SELECT PalReport ASSIGN TO "PALRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PalReportStatus.

DATA DIVISION.
FILE SECTION.

FD  PalTransFile.
01  PalTransRecord.
    05  PalTransAction          PIC X(08).
    05  PalTransImage           PIC X(196).
    05  PalTransKey REDEFINES PalTransImage.
        10  PalTransName        PIC X(20).
        10  FILLER              PIC X(176).

FD  PaletteLibrary.
01  PaletteLibraryRecord.
    05  PalLibKey               PIC X(20).
    05  FILLER                  PIC X(176).

FD  RegionCatalog.
01  RegionCatalogRecord.
    05  CatalogRecordKey        PIC X(20).
    05  FILLER                  PIC X(253).

FD  PalReport.
01  PalReportLine               PIC X(132).

WORKING-STORAGE SECTION.

01  PalTransFileStatus          PIC XX VALUE "00".
01  PaletteLibraryStatus        PIC XX VALUE "00".
01  RegionCatalogStatus         PIC XX VALUE "00".
01  PalReportStatus             PIC XX VALUE "00".

01  EndOfLibrarySwitch          PIC X VALUE "N".
    88  AtEndOfLibrary                  VALUE "Y" FALSE "N".
01  EndOfTransSwitch            PIC X VALUE "N".
    88  AtEndOfTrans                    VALUE "Y".
01  EndOfCatalogSwitch          PIC X VALUE "N".
    88  AtEndOfCatalog                  VALUE "Y" FALSE "N".
01  LibraryUpdatedSwitch        PIC X VALUE "N".
    88  LibraryUpdated                  VALUE "Y".
01  PaletteInUseSwitch          PIC X VALUE "N".
    88  PaletteInUse                    VALUE "Y" FALSE "N".

*> Structured view of whichever palette is being validated or
*> listed - the shared layout the renderers colour through.
01  PaletteWorkRow.
    COPY "palrec.cpy".

*> Catalog row, read only for its palette name on a DELETE.
01  CatalogWorkRow.
    COPY "regionrec.cpy".

01  PalStopIndex                PIC 9(2) COMP VALUE ZERO.
01  FirstUsingRegion            PIC X(20) VALUE SPACES.
01  RegionsUsingCount           PIC 9(5) VALUE ZERO.

01  TransReadCount              PIC 9(5) VALUE ZERO.
01  TransAcceptedCount          PIC 9(5) VALUE ZERO.
01  TransRejectedCount          PIC 9(5) VALUE ZERO.
01  ListedRowCount              PIC 9(5) VALUE ZERO.
01  ValidationReturnCode        PIC S9(4) VALUE ZERO.
01  MaintReturnCode             PIC S9(4) VALUE ZERO.

01  ReportWorkLine              PIC X(132) VALUE SPACES.
01  EntryCountEdited            PIC ZZZZ9.
01  TransCountEdited            PIC ZZZZ9.
01  StopNumberEdited            PIC Z9.
01  StopLinePointer             PIC 9(3) COMP VALUE ZERO.
01  StopsOnLine                 PIC 9(2) COMP VALUE ZERO.
01  UsingCountEdited            PIC ZZZZ9.

PROCEDURE DIVISION.

Mainline.
    PERFORM OpenFiles
    PERFORM OpenLibrary
    PERFORM PrintLibraryBefore
    PERFORM ApplyOneTransaction UNTIL AtEndOfTrans
    PERFORM PrintLibraryAfter
    IF NOT LibraryUpdated
        DISPLAY "PALMAINT-I002 NO ACCEPTED UPDATES -"
            " PALETTES LEFT UNCHANGED"
    END-IF
    PERFORM PrintTotals
    PERFORM CloseFiles
    MOVE MaintReturnCode TO RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> Housekeeping.  A missing PALETTES is not fatal - the first run
*> builds the library from nothing with ADD transactions.  A missing
*> PALTRANS is fatal : the program was run for no reason.
*> ---------------------------------------------------------------
OpenFiles.
    OPEN INPUT PalTransFile
    IF PalTransFileStatus NOT = "00"
        DISPLAY "PALMAINT-E010 CANNOT OPEN TRANSACTION FILE PALTRANS,"
            " STATUS " PalTransFileStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT PalReport
    IF PalReportStatus NOT = "00"
        DISPLAY "PALMAINT-E011 CANNOT OPEN REPORT FILE PALRPT,"
            " STATUS " PalReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "PALETTE LIBRARY MAINTENANCE REPORT" TO PalReportLine
    WRITE PalReportLine
    MOVE ALL "=" TO PalReportLine(1:34)
    WRITE PalReportLine.

OpenLibrary.
    OPEN I-O PaletteLibrary
    IF PaletteLibraryStatus = "35"
        DISPLAY "PALMAINT-W001 NO EXISTING PALETTE LIBRARY -"
            " STARTING FROM AN EMPTY ONE"
        MOVE SPACES TO PalReportLine
        STRING "NO EXISTING LIBRARY - STARTING EMPTY"
            DELIMITED BY SIZE INTO PalReportLine
        WRITE PalReportLine
        OPEN OUTPUT PaletteLibrary
        IF PaletteLibraryStatus NOT = "00"
            DISPLAY "PALMAINT-E012 CANNOT CREATE PALETTE LIBRARY,"
                " STATUS " PaletteLibraryStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE PaletteLibrary
        OPEN I-O PaletteLibrary
    END-IF
    IF PaletteLibraryStatus NOT = "00"
        DISPLAY "PALMAINT-E012 CANNOT OPEN PALETTE LIBRARY,"
            " STATUS " PaletteLibraryStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> ---------------------------------------------------------------
*> One transaction read, validated and applied (or rejected) per
*> pass, with one report line per transaction either way.
*> ---------------------------------------------------------------
ApplyOneTransaction.
    READ PalTransFile
        AT END
            SET AtEndOfTrans TO TRUE
        NOT AT END
            ADD 1 TO TransReadCount
            MOVE ZERO TO ValidationReturnCode
*> A blank name is what a region naming no palette means - it is
*> the built-in house palette and cannot be stored or replaced.
            IF PalTransName = SPACES
                DISPLAY "PALMAINT-E018 " PalTransAction
                    " REJECTED - TRANSACTION HAS A BLANK PALETTE"
                    " NAME"
                MOVE 16 TO ValidationReturnCode
                PERFORM ReportRejected
                EXIT PARAGRAPH
            END-IF
            EVALUATE PalTransAction
                WHEN "ADD"
                    PERFORM ApplyAddTransaction
                WHEN "CHANGE"
                    PERFORM ApplyChangeTransaction
                WHEN "DELETE"
                    PERFORM ApplyDeleteTransaction
                WHEN "LIST"
                    PERFORM ApplyListTransaction
                WHEN OTHER
                    DISPLAY "PALMAINT-E009 UNKNOWN ACTION '"
                        PalTransAction "' FOR " PalTransName
                    MOVE 16 TO ValidationReturnCode
                    PERFORM ReportRejected
            END-EVALUATE
    END-READ.

ApplyAddTransaction.
    MOVE PalTransName TO PalLibKey
    READ PaletteLibrary
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "PALMAINT-E007 ADD REJECTED - PALETTE "
                PalTransName " ALREADY IN THE LIBRARY"
            MOVE 16 TO ValidationReturnCode
    END-READ
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE PalTransImage TO PaletteWorkRow
    PERFORM ValidatePaletteRow
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE PaletteWorkRow TO PaletteLibraryRecord
    WRITE PaletteLibraryRecord
    IF PaletteLibraryStatus NOT = "00"
        DISPLAY "PALMAINT-E015 WRITE FAILED ON PALETTES,"
            " STATUS " PaletteLibraryStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET LibraryUpdated TO TRUE
    PERFORM ReportAccepted.

ApplyChangeTransaction.
    MOVE PalTransName TO PalLibKey
    READ PaletteLibrary
        INVALID KEY
            DISPLAY "PALMAINT-E008 CHANGE REJECTED - PALETTE "
                PalTransName " NOT IN THE LIBRARY"
            MOVE 16 TO ValidationReturnCode
    END-READ
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE PalTransImage TO PaletteWorkRow
    PERFORM ValidatePaletteRow
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE PaletteWorkRow TO PaletteLibraryRecord
    REWRITE PaletteLibraryRecord
    IF PaletteLibraryStatus NOT = "00"
        DISPLAY "PALMAINT-E015 REWRITE FAILED ON PALETTES,"
            " STATUS " PaletteLibraryStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET LibraryUpdated TO TRUE
    PERFORM ReportAccepted.

ApplyDeleteTransaction.
    MOVE PalTransName TO PalLibKey
    READ PaletteLibrary
        INVALID KEY
            DISPLAY "PALMAINT-E008 DELETE REJECTED - PALETTE "
                PalTransName " NOT IN THE LIBRARY"
            MOVE 16 TO ValidationReturnCode
    END-READ
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    PERFORM FindRegionsUsingPalette
    IF PaletteInUse
        MOVE RegionsUsingCount TO UsingCountEdited
        DISPLAY "PALMAINT-E020 DELETE REJECTED - PALETTE "
            PalTransName " IS STILL NAMED BY " UsingCountEdited
            " REGION(S), FIRST " FirstUsingRegion
        MOVE 16 TO ValidationReturnCode
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    DELETE PaletteLibrary
        INVALID KEY
            DISPLAY "PALMAINT-E015 DELETE FAILED ON PALETTES,"
                " STATUS " PaletteLibraryStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-DELETE
    SET LibraryUpdated TO TRUE
    PERFORM ReportAccepted.

ApplyListTransaction.
    MOVE PalTransName TO PalLibKey
    READ PaletteLibrary
        INVALID KEY
            DISPLAY "PALMAINT-E008 LIST REJECTED - PALETTE "
                PalTransName " NOT IN THE LIBRARY"
            MOVE 16 TO ValidationReturnCode
    END-READ
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE PaletteLibraryRecord TO PaletteWorkRow
    PERFORM ReportAccepted
    PERFORM PrintPaletteRowDetail
    PERFORM PrintPaletteStops.

*> One pass over REGIONS from the lowest key, counting the rows that
*> still colour through the palette being deleted.
FindRegionsUsingPalette.
    SET PaletteInUse TO FALSE
    MOVE ZERO TO RegionsUsingCount
    MOVE SPACES TO FirstUsingRegion
    OPEN INPUT RegionCatalog
    IF RegionCatalogStatus = "35"
        EXIT PARAGRAPH
    END-IF
    IF RegionCatalogStatus NOT = "00"
        DISPLAY "PALMAINT-E013 CANNOT OPEN REGIONS CATALOG,"
            " STATUS " RegionCatalogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET AtEndOfCatalog TO FALSE
    PERFORM UNTIL AtEndOfCatalog
        READ RegionCatalog INTO CatalogWorkRow
            AT END
                SET AtEndOfCatalog TO TRUE
            NOT AT END
                IF RegionPaletteName = PalTransName
                    IF RegionsUsingCount = ZERO
                        MOVE RegionName TO FirstUsingRegion
                    END-IF
                    ADD 1 TO RegionsUsingCount
                    SET PaletteInUse TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE RegionCatalog.

*> ---------------------------------------------------------------
*> The same rules Cobolbrot's CheckPaletteRow applies before it
*> colours anything, applied here so a bad palette is bounced at
*> maintenance time instead of failing every region that names it.
*> Stops past the count are cleared, not checked.
*> ---------------------------------------------------------------
ValidatePaletteRow.
    MOVE ZERO TO ValidationReturnCode
    IF PalStopCount NOT NUMERIC
        DISPLAY "PALMAINT-E001 PALETTE " PalName
            " REJECTED - STOP COUNT IS NOT NUMERIC"
        MOVE 16 TO ValidationReturnCode
        EXIT PARAGRAPH
    END-IF
    IF PalStopCount < 2 OR PalStopCount > 16
        DISPLAY "PALMAINT-E001 PALETTE " PalName
            " REJECTED - STOP COUNT MUST BE 2 THROUGH 16"
        MOVE 16 TO ValidationReturnCode
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING PalStopIndex FROM 1 BY 1
            UNTIL PalStopIndex > 16
        IF PalStopIndex > PalStopCount
            MOVE ZERO TO PalStopRed(PalStopIndex)
            MOVE ZERO TO PalStopGreen(PalStopIndex)
            MOVE ZERO TO PalStopBlue(PalStopIndex)
        ELSE
            PERFORM ValidateOneStop
        END-IF
    END-PERFORM.

ValidateOneStop.
    MOVE PalStopIndex TO StopNumberEdited
    IF PalStopRed(PalStopIndex) NOT NUMERIC
            OR PalStopGreen(PalStopIndex) NOT NUMERIC
            OR PalStopBlue(PalStopIndex) NOT NUMERIC
        DISPLAY "PALMAINT-E002 PALETTE " PalName
            " REJECTED - STOP " StopNumberEdited
            " HAS NON-NUMERIC DATA IN A COLOUR COMPONENT"
        MOVE 16 TO ValidationReturnCode
        EXIT PARAGRAPH
    END-IF
    IF PalStopRed(PalStopIndex) > 255
            OR PalStopGreen(PalStopIndex) > 255
            OR PalStopBlue(PalStopIndex) > 255
        DISPLAY "PALMAINT-E003 PALETTE " PalName
            " REJECTED - STOP " StopNumberEdited
            " HAS A COLOUR COMPONENT OVER 255"
        MOVE 16 TO ValidationReturnCode
    END-IF.

*> ---------------------------------------------------------------
*> Report writing.
*> ---------------------------------------------------------------
ReportAccepted.
    ADD 1 TO TransAcceptedCount
    MOVE SPACES TO ReportWorkLine
    STRING PalTransAction DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           PalTransName DELIMITED BY SIZE
           " - ACCEPTED" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO PalReportLine
    WRITE PalReportLine.

ReportRejected.
    ADD 1 TO TransRejectedCount
    MOVE 8 TO MaintReturnCode
    MOVE SPACES TO ReportWorkLine
    STRING PalTransAction DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           PalTransName DELIMITED BY SIZE
           " - REJECTED (SEE CONSOLE MESSAGES)" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO PalReportLine
    WRITE PalReportLine.

PrintLibraryBefore.
    MOVE SPACES TO PalReportLine
    WRITE PalReportLine
    MOVE "LIBRARY BEFORE MAINTENANCE" TO PalReportLine
    WRITE PalReportLine
    PERFORM PrintLibraryListing
    MOVE SPACES TO PalReportLine
    WRITE PalReportLine
    MOVE "TRANSACTIONS" TO PalReportLine
    WRITE PalReportLine.

PrintLibraryAfter.
    MOVE SPACES TO PalReportLine
    WRITE PalReportLine
    MOVE "LIBRARY AFTER MAINTENANCE" TO PalReportLine
    WRITE PalReportLine
    PERFORM PrintLibraryListing.

*> One keyed pass from the lowest key : every palette, with its
*> stops, in name order.
PrintLibraryListing.
    MOVE ZERO TO ListedRowCount
    SET AtEndOfLibrary TO FALSE
    MOVE LOW-VALUES TO PalLibKey
    START PaletteLibrary KEY NOT < PalLibKey
        INVALID KEY
            SET AtEndOfLibrary TO TRUE
    END-START
    PERFORM UNTIL AtEndOfLibrary
        READ PaletteLibrary NEXT
            AT END
                SET AtEndOfLibrary TO TRUE
            NOT AT END
                ADD 1 TO ListedRowCount
                MOVE PaletteLibraryRecord TO PaletteWorkRow
                PERFORM PrintPaletteRowDetail
                PERFORM PrintPaletteStops
        END-READ
    END-PERFORM
    MOVE ListedRowCount TO EntryCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  " DELIMITED BY SIZE
           EntryCountEdited DELIMITED BY SIZE
           " PALETTE(S)" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO PalReportLine
    WRITE PalReportLine.

PrintPaletteRowDetail.
    MOVE SPACES TO ReportWorkLine
    STRING "  " DELIMITED BY SIZE
           PalName DELIMITED BY SIZE
           " STOPS " DELIMITED BY SIZE
           PalStopCount DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PalDescription DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO PalReportLine
    WRITE PalReportLine.

*> The stops in use, four to a line : "nn RRR GGG BBB".  The
*> library is only ever written through ValidatePaletteRow, but a
*> damaged count lists the row's header alone rather than driving
*> the subscript past the table.
PrintPaletteStops.
    IF PalStopCount NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF PalStopCount < 1 OR PalStopCount > 16
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ReportWorkLine
    MOVE 5 TO StopLinePointer
    MOVE ZERO TO StopsOnLine
    PERFORM VARYING PalStopIndex FROM 1 BY 1
            UNTIL PalStopIndex > PalStopCount
        MOVE PalStopIndex TO StopNumberEdited
        STRING StopNumberEdited DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PalStopRed(PalStopIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PalStopGreen(PalStopIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PalStopBlue(PalStopIndex) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
            INTO ReportWorkLine
            WITH POINTER StopLinePointer
        ADD 1 TO StopsOnLine
        IF StopsOnLine = 4 OR PalStopIndex = PalStopCount
            MOVE ReportWorkLine TO PalReportLine
            WRITE PalReportLine
            MOVE SPACES TO ReportWorkLine
            MOVE 5 TO StopLinePointer
            MOVE ZERO TO StopsOnLine
        END-IF
    END-PERFORM.

PrintTotals.
    MOVE SPACES TO PalReportLine
    WRITE PalReportLine
    MOVE TransReadCount TO TransCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "TRANSACTIONS READ     : " DELIMITED BY SIZE
           TransCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO PalReportLine
    WRITE PalReportLine
    MOVE TransAcceptedCount TO TransCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "TRANSACTIONS ACCEPTED : " DELIMITED BY SIZE
           TransCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO PalReportLine
    WRITE PalReportLine
    MOVE TransRejectedCount TO TransCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "TRANSACTIONS REJECTED : " DELIMITED BY SIZE
           TransCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO PalReportLine
    WRITE PalReportLine
    DISPLAY "PALMAINT-I001 MAINTENANCE COMPLETE - "
        TransAcceptedCount " ACCEPTED, "
        TransRejectedCount " REJECTED".

CloseFiles.
    CLOSE PalTransFile
    CLOSE PaletteLibrary
    CLOSE PalReport.

END PROGRAM PaletteMaint.
