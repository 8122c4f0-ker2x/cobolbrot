IDENTIFICATION DIVISION.
PROGRAM-ID. RenderCompare.
AUTHOR. Ker2x.

*> Modification history
*> ---------------------------------------------------------------
*> A compiler upgrade or a change to the escape-time loop (the
*> periodicity and cardioid short-cuts, say) had no way to prove the
*> output did not move : AuditReport's checksum says a file changed,
*> not where or by how much.  This utility compares two renders of
*> the same region pixel by pixel - a reference render (the BASE)
*> and a candidate (the NEW) - so a change can be parallel-run and
*> checked before it is promoted.
*>
*> Either side may be an image in any form the renderer writes (P2
*> and P3 text through record reads, P5 and P6 raw binary through
*> the CBL_ byte-stream routines, the same split ContactSheet and
*> AuditReport make) or a CBITER iteration archive; both sides must
*> be the same kind, and images must carry the same samples per
*> pixel - a P2 against its P5 twin compares, a P2 against a P3 does
*> not.  Archives compare raw iteration counts, images compare
*> sample values, and a colour pixel's difference is its largest
*> channel difference.
*>
*> Before a single pixel is read the two catalog rows must agree on
*> everything that shapes the output : mode, deep zoom, bounds and
*> Julia constant, sizes, MaxIter, supersample and power - and for
*> images the colour mode and palette too.  An archive carries its
*> row in the CBITER header; an image's row is taken from the last
*> AUDITLOG row that names the image file.  The region name, output
*> names and checkpoint interval may differ - a candidate is usually
*> rendered under a test name to a test file.
*>
*> The report gives the differing pixel count, the largest
*> difference and where it sits, and the bounding box of every
*> difference; the diff image (P3) shows the base render dimmed to
*> a third, differences within tolerance in yellow and differences
*> past it in red, so a moved boundary is one look.
*>
*> RCMPCTL layout (1-based byte offsets), one record :
*>   1-40   RCmpCtlBaseFile     the reference render
*>   41-80  RCmpCtlNewFile      the candidate render
*>   81-120 RCmpCtlDiffFile     the diff image to write (P3);
*>                              spaces = no diff image
*>   121-125 RCmpCtlTolerance   largest per-pixel difference that
*>                              still passes - iterations for
*>                              archives, sample value 0-255 for
*>                              images; spaces = 00000
*>   126-134 RCmpCtlMaxPixels   how many pixels may differ within
*>                              the tolerance; spaces = no limit
*>
*> Return code 0 IDENTICAL, 4 WITHIN TOLERANCE, 8 REGRESSED, and 16
*> when the two cannot be compared (missing or unreadable file,
*> mismatched kinds, catalog rows that do not agree).
*>
*> Retention now leads a trimmed AUDITLOG with a hand-over row
*> (AuditRowType 'H') that only carries the audit chain across to
*> AUDITHIST; it names no render, so it is skipped here.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CompareControl ASSIGN TO "RCMPCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CompareControlStatus.

    SELECT BaseInput ASSIGN TO DYNAMIC BaseInputName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS BaseInputStatus.

    SELECT NewInput ASSIGN TO DYNAMIC NewInputName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS NewInputStatus.

    SELECT AuditLog ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AuditLogStatus.

    SELECT DiffImage ASSIGN TO DYNAMIC DiffImageName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DiffImageStatus.

    SELECT CompareReport ASSIGN TO "RCMPRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CompareReportStatus.

DATA DIVISION.
FILE SECTION.

FD  CompareControl.
01  CompareControlRecord.
    05  RCmpCtlBaseFile         PIC X(40).
    05  RCmpCtlNewFile          PIC X(40).
    05  RCmpCtlDiffFile         PIC X(40).
    05  RCmpCtlTolerance        PIC X(05).
    05  RCmpCtlMaxPixels        PIC X(09).

FD  BaseInput
    RECORD CONTAINS 1 TO 32000 CHARACTERS.
01  BaseInputRecord             PIC X(32000).

FD  NewInput
    RECORD CONTAINS 1 TO 32000 CHARACTERS.
01  NewInputRecord              PIC X(32000).

*> Shared audit row layout - same copybook Cobolbrot writes with.
FD  AuditLog.
01  AuditLogRecord.
    COPY "auditrec.cpy".

FD  DiffImage
    RECORD CONTAINS 1 TO 32000 CHARACTERS.
01  DiffImageRecord             PIC X(32000).

FD  CompareReport.
01  CompareReportLine           PIC X(132).

WORKING-STORAGE SECTION.

01  CompareControlStatus        PIC XX VALUE "00".
01  BaseInputStatus             PIC XX VALUE "00".
01  NewInputStatus              PIC XX VALUE "00".
01  AuditLogStatus              PIC XX VALUE "00".
01  DiffImageStatus             PIC XX VALUE "00".
01  CompareReportStatus         PIC XX VALUE "00".

01  BaseInputName               PIC X(40) VALUE SPACES.
01  NewInputName                PIC X(40) VALUE SPACES.
01  DiffImageName               PIC X(40) VALUE SPACES.

01  EndOfAuditSwitch            PIC X VALUE "N".
    88  AtEndOfAudit                    VALUE "Y".
01  DiffImageSwitch             PIC X VALUE "N".
    88  DiffImageWanted                 VALUE "Y" FALSE "N".
01  PixelLimitSwitch            PIC X VALUE "N".
    88  PixelLimitSet                   VALUE "Y".
01  RowMismatchSwitch           PIC X VALUE "N".
    88  RowMismatchFound                VALUE "Y" FALSE "N".

01  Tolerance                   PIC 9(5) VALUE ZERO.
01  MaxDiffPixels               PIC 9(9) VALUE ZERO.

*> One entry per side : 1 the base, 2 the new render.  Kind is 'A'
*> CBITER archive, 'T' text image (P2/P3), 'R' raw image (P5/P6).
01  SideIx                      PIC 9(1) COMP VALUE ZERO.
01  SideTable.
    05  SideEntry OCCURS 2.
        10  SideFileName        PIC X(40).
        10  SideKind            PIC X(01).
        10  SideMagic           PIC X(02).
        10  SideChannels        PIC 9(1).
        10  SideOpen            PIC X(01).
        10  SideRowFound        PIC X(01).
        10  SideHdrSizeX        PIC 9(9).
        10  SideHdrSizeY        PIC 9(9).
        10  SideRawHandle       PIC X(4) COMP-X.
        10  SideRawOffset       PIC 9(12).
        10  SideRawSize         PIC 9(12).
*> The catalog row, boiled down to the fields that shape the
*> output - from the archive header or from the image's audit row.
        10  PrmRegionName       PIC X(20).
        10  PrmMode             PIC X(01).
        10  PrmColorMode        PIC X(01).
        10  PrmDeepZoom         PIC X(01).
        10  PrmRmin             PIC S9(4)V9(16)
                                 SIGN IS LEADING SEPARATE CHARACTER.
        10  PrmRmax             PIC S9(4)V9(16)
                                 SIGN IS LEADING SEPARATE CHARACTER.
        10  PrmImin             PIC S9(4)V9(16)
                                 SIGN IS LEADING SEPARATE CHARACTER.
        10  PrmImax             PIC S9(4)V9(16)
                                 SIGN IS LEADING SEPARATE CHARACTER.
        10  PrmJuliaCR          PIC S9(4)V9(16)
                                 SIGN IS LEADING SEPARATE CHARACTER.
        10  PrmJuliaCI          PIC S9(4)V9(16)
                                 SIGN IS LEADING SEPARATE CHARACTER.
        10  PrmSizeX            PIC 9(5).
        10  PrmSizeY            PIC 9(5).
        10  PrmMaxIter          PIC 9(5).
        10  PrmSuperSample      PIC X(02).
        10  PrmPower            PIC X(02).
        10  PrmPalette          PIC X(20).

*> Structured view of an archive's catalog row - the same copybook
*> Cobolbrot renders from.
01  ArchiveRegionRow.
    COPY "regionrec.cpy".

*> One row of each side's samples : up to 6400 pixels of an
*> archive row, or three channels of a colour row.
01  SampleTable.
    05  SampleSide OCCURS 2.
        10  SideSample          OCCURS 19200 PIC 9(5) COMP.
01  SampleCount                 PIC 9(5) VALUE ZERO.
01  SamplesPerRow               PIC 9(5) VALUE ZERO.
01  SampleIx                    PIC 9(5) COMP VALUE ZERO.
01  ScanRecord                  PIC X(32000) VALUE SPACES.
01  CellOffset                  PIC 9(5) COMP VALUE ZERO.

*> Text-record scanning work area, mirroring ContactSheet's scanner.
01  CurrentNumber               PIC 9(9) VALUE ZERO.
01  InNumberSwitch              PIC X VALUE "N".
    88  InNumber                        VALUE "Y" FALSE "N".
01  ScanColumn                  PIC 9(5) COMP VALUE ZERO.
01  ScanLength                  PIC 9(5) COMP VALUE ZERO.
01  ScanChar                    PIC X VALUE SPACE.
01  BadRowSwitch                PIC X VALUE "N".
    88  BadRowFound                     VALUE "Y" FALSE "N".

*> Raw-binary (P5/P6) input work area, mirroring ContactSheet's.
01  RawOpenMode                 PIC X COMP-X VALUE ZERO.
01  RawDenyMode                 PIC X COMP-X VALUE ZERO.
01  RawDeviceFlag               PIC X COMP-X VALUE ZERO.
01  RawReadFlags                PIC X COMP-X VALUE ZERO.
01  RawSizeFlag                 PIC X COMP-X VALUE 128.
01  RawByteOffset               PIC X(8) COMP-X VALUE ZERO.
01  RawByteCount                PIC X(4) COMP-X VALUE ZERO.
01  RawCallStatus               PIC S9(9) COMP-5 VALUE ZERO.
01  RawRowBytes                 PIC 9(9) VALUE ZERO.
01  RawExpectedSize             PIC 9(12) VALUE ZERO.
01  RawChunkBuffer              PIC X(32000) VALUE SPACES.
01  RawSniffBuffer              PIC X(280) VALUE SPACES.
01  RawSniffBytes               PIC 9(5) VALUE ZERO.
01  RawNewlineCount             PIC 9(3) COMP VALUE ZERO.
01  RawScanColumn               PIC 9(5) COMP VALUE ZERO.
01  RawHeaderNumber             PIC 9(9) VALUE ZERO.
01  RawHeaderNumCount           PIC 9(1) VALUE ZERO.
01  RawBodyOffset               PIC 9(12) VALUE ZERO.

*> The catalog-row check.
01  FieldMismatchCount          PIC 9(2) VALUE ZERO.
01  FieldNameText               PIC X(12) VALUE SPACES.
01  FieldBaseText               PIC X(22) VALUE SPACES.
01  FieldNewText                PIC X(22) VALUE SPACES.

*> The compare itself.
01  RowIx                       PIC 9(5) VALUE ZERO.
01  PixelIx                     PIC 9(5) VALUE ZERO.
01  ChannelIx                   PIC 9(1) COMP VALUE ZERO.
01  PixelDiff                   PIC 9(5) VALUE ZERO.
01  ChannelDiff                 PIC 9(5) VALUE ZERO.
01  PixelsCompared              PIC 9(11) VALUE ZERO.
01  DiffPixelCount              PIC 9(11) VALUE ZERO.
01  OverTolCount                PIC 9(11) VALUE ZERO.
01  LargestDiff                 PIC 9(5) VALUE ZERO.
01  LargestDiffRow              PIC 9(5) VALUE ZERO.
01  LargestDiffCol              PIC 9(5) VALUE ZERO.
01  LargestBaseValue            PIC 9(5) VALUE ZERO.
01  LargestNewValue             PIC 9(5) VALUE ZERO.
01  BoxMinRow                   PIC 9(5) VALUE ZERO.
01  BoxMaxRow                   PIC 9(5) VALUE ZERO.
01  BoxMinCol                   PIC 9(5) VALUE ZERO.
01  BoxMaxCol                   PIC 9(5) VALUE ZERO.
01  CompareReturnCode           PIC S9(4) VALUE ZERO.
01  VerdictText                 PIC X(16) VALUE SPACES.

*> Diff-image row building, mirroring main.cob's row formatting.
01  DiffRowBytes                PIC 9(9) VALUE ZERO.
01  LinePointer                 PIC 9(5) COMP VALUE 1.
01  DiffRed                     PIC 9(3) VALUE ZERO.
01  DiffGreen                   PIC 9(3) VALUE ZERO.
01  DiffBlue                    PIC 9(3) VALUE ZERO.
01  DimGrey                     PIC 9(5) VALUE ZERO.
01  RedValueEdited              PIC ZZ9.
01  GreenValueEdited            PIC ZZ9.
01  BlueValueEdited             PIC ZZ9.
01  HeaderSizeLine              PIC X(20) VALUE SPACES.
01  HeaderSizeXEdited           PIC ZZZZ9.
01  HeaderSizeYEdited           PIC ZZZZ9.

01  ReportWorkLine              PIC X(132) VALUE SPACES.
01  CountEdited                 PIC ZZZZZZZZZZ9.
01  NumberEdited                PIC ZZZZ9.
01  NumberEdited2               PIC ZZZZ9.
01  NumberEdited3               PIC ZZZZ9.
01  NumberEdited4               PIC ZZZZ9.

PROCEDURE DIVISION.

Mainline.
    PERFORM ReadCompareControl
    PERFORM OpenReport
    MOVE 1 TO SideIx
    PERFORM OpenOneSide
    MOVE 2 TO SideIx
    PERFORM OpenOneSide
    PERFORM CheckSideKinds
    IF SideKind(1) NOT = "A"
        PERFORM LoadImageRowsFromAudit
    END-IF
    PERFORM CompareCatalogRows
    PERFORM CheckHeaderSizes
    PERFORM OpenDiffImage
    PERFORM CompareOneRow
        VARYING RowIx FROM 1 BY 1
        UNTIL RowIx > PrmSizeX(1)
    PERFORM CloseSides
    IF DiffImageWanted
        CLOSE DiffImage
    END-IF
    PERFORM PrintVerdict
    CLOSE CompareReport
    MOVE CompareReturnCode TO RETURN-CODE
    STOP RUN.

ReadCompareControl.
    OPEN INPUT CompareControl
    IF CompareControlStatus NOT = "00"
        DISPLAY "RNDCMP-E001 CANNOT OPEN CONTROL FILE RCMPCTL,"
            " STATUS " CompareControlStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    READ CompareControl
        AT END
            DISPLAY "RNDCMP-E001 CONTROL FILE RCMPCTL IS EMPTY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ
    CLOSE CompareControl
    IF RCmpCtlBaseFile = SPACES OR RCmpCtlNewFile = SPACES
        DISPLAY "RNDCMP-E002 RCMPCTL MUST NAME BOTH THE BASE AND"
            " THE NEW RENDER"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF RCmpCtlBaseFile = RCmpCtlNewFile
        DISPLAY "RNDCMP-E002 BASE AND NEW RENDER ARE THE SAME FILE "
            RCmpCtlBaseFile
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF RCmpCtlTolerance NOT = SPACES
        IF RCmpCtlTolerance NOT NUMERIC
            DISPLAY "RNDCMP-E002 TOLERANCE '" RCmpCtlTolerance
                "' IS NOT NUMERIC"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE RCmpCtlTolerance TO Tolerance
    END-IF
    IF RCmpCtlMaxPixels NOT = SPACES
        IF RCmpCtlMaxPixels NOT NUMERIC
            DISPLAY "RNDCMP-E002 PIXEL ALLOWANCE '" RCmpCtlMaxPixels
                "' IS NOT NUMERIC"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE RCmpCtlMaxPixels TO MaxDiffPixels
        SET PixelLimitSet TO TRUE
    END-IF
    MOVE RCmpCtlBaseFile TO SideFileName(1)
    MOVE RCmpCtlNewFile TO SideFileName(2)
    MOVE RCmpCtlBaseFile TO BaseInputName
    MOVE RCmpCtlNewFile TO NewInputName
    IF RCmpCtlDiffFile NOT = SPACES
        MOVE RCmpCtlDiffFile TO DiffImageName
        SET DiffImageWanted TO TRUE
    END-IF.

OpenReport.
    OPEN OUTPUT CompareReport
    IF CompareReportStatus NOT = "00"
        DISPLAY "RNDCMP-E003 CANNOT OPEN REPORT FILE RCMPRPT,"
            " STATUS " CompareReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "RENDER REGRESSION COMPARE" TO CompareReportLine
    WRITE CompareReportLine
    MOVE ALL "=" TO CompareReportLine(1:25)
    WRITE CompareReportLine
    MOVE SPACES TO ReportWorkLine
    STRING "BASE : " DELIMITED BY SIZE
           RCmpCtlBaseFile DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO CompareReportLine
    WRITE CompareReportLine
    MOVE SPACES TO ReportWorkLine
    STRING "NEW  : " DELIMITED BY SIZE
           RCmpCtlNewFile DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO CompareReportLine
    WRITE CompareReportLine.

*> A side that cannot be compared stops the job - there is no
*> partial answer to "did the output move".
Unusable.
    MOVE SPACES TO ReportWorkLine
    STRING "CANNOT COMPARE - SEE RNDCMP MESSAGES" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO CompareReportLine
    WRITE CompareReportLine
    CLOSE CompareReport
    PERFORM CloseSides
    MOVE 16 TO RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> Open one side and work out what it is from its first bytes :
*> the CBITER tag, or a P2/P3/P5/P6 magic.
*> ---------------------------------------------------------------
OpenOneSide.
    MOVE "N" TO SideOpen(SideIx)
    MOVE "N" TO SideRowFound(SideIx)
    MOVE SPACES TO SideKind(SideIx)
    PERFORM OpenTextSide
    IF SideOpen(SideIx) NOT = "Y"
        DISPLAY "RNDCMP-E004 " SideFileName(SideIx)
            " IS NOT ON DISK OR CANNOT BE OPENED"
        PERFORM Unusable
    END-IF
    PERFORM ReadTextRecord
    IF SideOpen(SideIx) NOT = "Y"
        DISPLAY "RNDCMP-E005 " SideFileName(SideIx) " IS EMPTY"
        PERFORM Unusable
    END-IF
    MOVE ScanRecord(1:2) TO SideMagic(SideIx)
    EVALUATE TRUE
        WHEN ScanRecord(1:6) = "CBITER"
            MOVE "A" TO SideKind(SideIx)
            MOVE 1 TO SideChannels(SideIx)
            PERFORM LoadArchiveRow
        WHEN SideMagic(SideIx) = "P2" OR SideMagic(SideIx) = "P3"
            MOVE "T" TO SideKind(SideIx)
            PERFORM ReadTextHeader
        WHEN SideMagic(SideIx) = "P5" OR SideMagic(SideIx) = "P6"
            MOVE "R" TO SideKind(SideIx)
            PERFORM CloseTextSide
            PERFORM OpenRawSide
        WHEN OTHER
            DISPLAY "RNDCMP-E005 " SideFileName(SideIx)
                " IS NEITHER A CBITER ARCHIVE NOR A P2/P3/P5/P6"
                " IMAGE"
            PERFORM Unusable
    END-EVALUATE
    IF SideMagic(SideIx) = "P3" OR SideMagic(SideIx) = "P6"
        MOVE 3 TO SideChannels(SideIx)
    ELSE
        MOVE 1 TO SideChannels(SideIx)
    END-IF.

OpenTextSide.
    IF SideIx = 1
        OPEN INPUT BaseInput
        IF BaseInputStatus = "00"
            MOVE "Y" TO SideOpen(SideIx)
        END-IF
    ELSE
        OPEN INPUT NewInput
        IF NewInputStatus = "00"
            MOVE "Y" TO SideOpen(SideIx)
        END-IF
    END-IF.

CloseTextSide.
    IF SideIx = 1
        CLOSE BaseInput
    ELSE
        CLOSE NewInput
    END-IF
    MOVE "N" TO SideOpen(SideIx).

*> Next record of the side into ScanRecord; end of file closes the
*> side, which the caller sees as SideOpen not "Y".
ReadTextRecord.
    MOVE SPACES TO ScanRecord
    IF SideIx = 1
        READ BaseInput INTO ScanRecord
            AT END
                PERFORM CloseTextSide
        END-READ
    ELSE
        READ NewInput INTO ScanRecord
            AT END
                PERFORM CloseTextSide
        END-READ
    END-IF.

CloseSides.
    PERFORM VARYING SideIx FROM 1 BY 1 UNTIL SideIx > 2
        IF SideOpen(SideIx) = "Y"
            IF SideKind(SideIx) = "R"
                CALL "CBL_CLOSE_FILE" USING SideRawHandle(SideIx)
                    RETURNING RawCallStatus
                MOVE "N" TO SideOpen(SideIx)
            ELSE
                PERFORM CloseTextSide
            END-IF
        END-IF
    END-PERFORM.

*> The CBITER header is the tag and the full catalog row; an
*> archive written before the row carried a palette name reads the
*> missing bytes as spaces.
LoadArchiveRow.
    MOVE ScanRecord(9:273) TO ArchiveRegionRow
    MOVE "Y" TO SideRowFound(SideIx)
    MOVE RegionName TO PrmRegionName(SideIx)
    MOVE RegionMode TO PrmMode(SideIx)
    MOVE RegionColorMode TO PrmColorMode(SideIx)
    MOVE RegionDeepZoom TO PrmDeepZoom(SideIx)
    IF RegionSizeX NOT NUMERIC OR RegionSizeY NOT NUMERIC
            OR RegionMaxIter NOT NUMERIC
        DISPLAY "RNDCMP-E006 " SideFileName(SideIx)
            " CARRIES A DAMAGED CATALOG ROW IN ITS CBITER HEADER"
        PERFORM Unusable
    END-IF
    MOVE RegionRmin TO PrmRmin(SideIx)
    MOVE RegionRmax TO PrmRmax(SideIx)
    MOVE RegionImin TO PrmImin(SideIx)
    MOVE RegionImax TO PrmImax(SideIx)
    MOVE RegionJuliaCR TO PrmJuliaCR(SideIx)
    MOVE RegionJuliaCI TO PrmJuliaCI(SideIx)
    MOVE RegionSizeX TO PrmSizeX(SideIx)
    MOVE RegionSizeY TO PrmSizeY(SideIx)
    MOVE RegionMaxIter TO PrmMaxIter(SideIx)
    MOVE ArchiveRegionRow(250:2) TO PrmSuperSample(SideIx)
    MOVE ArchiveRegionRow(252:2) TO PrmPower(SideIx)
    MOVE RegionPaletteName TO PrmPalette(SideIx)
    PERFORM NormalizeParams
    MOVE RegionSizeX TO SideHdrSizeX(SideIx)
    MOVE RegionSizeY TO SideHdrSizeY(SideIx).

*> Defaults punched three ways mean one thing : spaces, 00 and 01
*> supersample are all one sample per pixel, and the power only
*> matters to a Multibrot row.
NormalizeParams.
    IF PrmSuperSample(SideIx) = SPACES
            OR PrmSuperSample(SideIx) = "00"
        MOVE "01" TO PrmSuperSample(SideIx)
    END-IF
    IF PrmMode(SideIx) NOT = "P" OR PrmPower(SideIx) = SPACES
        MOVE "00" TO PrmPower(SideIx)
    END-IF.

*> Header lines 2 and 3 of a text image : the sizes, then the
*> maxval.
ReadTextHeader.
    PERFORM ReadTextRecord
    IF SideOpen(SideIx) NOT = "Y"
        PERFORM BadImageHeader
    END-IF
    PERFORM ParseTextSamples
    IF BadRowFound OR SampleCount NOT = 2
        PERFORM BadImageHeader
    END-IF
    MOVE SideSample(SideIx, 1) TO SideHdrSizeX(SideIx)
    MOVE SideSample(SideIx, 2) TO SideHdrSizeY(SideIx)
    PERFORM ReadTextRecord
    IF SideOpen(SideIx) NOT = "Y"
        PERFORM BadImageHeader
    END-IF.

BadImageHeader.
    DISPLAY "RNDCMP-E007 " SideFileName(SideIx)
        " HAS A DAMAGED OR TRUNCATED IMAGE HEADER"
    PERFORM Unusable.

*> Scan ScanRecord's digit runs into the side's sample row.
ParseTextSamples.
    MOVE ZERO TO SampleCount
    MOVE ZERO TO CurrentNumber
    SET InNumber TO FALSE
    SET BadRowFound TO FALSE
    PERFORM VARYING ScanColumn FROM 32000 BY -1
            UNTIL ScanColumn = ZERO
               OR ScanRecord(ScanColumn:1) NOT = SPACE
        CONTINUE
    END-PERFORM
    MOVE ScanColumn TO ScanLength
    PERFORM VARYING ScanColumn FROM 1 BY 1
            UNTIL ScanColumn > ScanLength OR BadRowFound
        MOVE ScanRecord(ScanColumn:1) TO ScanChar
        IF ScanChar >= "0" AND ScanChar <= "9"
            COMPUTE CurrentNumber =
                (CurrentNumber * 10)
                + (FUNCTION ORD(ScanChar) - FUNCTION ORD("0"))
            SET InNumber TO TRUE
        ELSE
            IF InNumber
                PERFORM StoreOneSample
            END-IF
        END-IF
    END-PERFORM
    IF InNumber AND NOT BadRowFound
        PERFORM StoreOneSample
    END-IF.

StoreOneSample.
    IF CurrentNumber > 99999 OR SampleCount >= 19200
        SET BadRowFound TO TRUE
    ELSE
        ADD 1 TO SampleCount
        MOVE CurrentNumber TO SideSample(SideIx, SampleCount)
    END-IF
    MOVE ZERO TO CurrentNumber
    SET InNumber TO FALSE.

*> ---------------------------------------------------------------
*> Raw (P5/P6) side : sniff the byte-stream header the way
*> ContactSheet does and keep the body offset for the row reads.
*> ---------------------------------------------------------------
OpenRawSide.
    MOVE 1 TO RawOpenMode
    CALL "CBL_OPEN_FILE" USING SideFileName(SideIx) RawOpenMode
        RawDenyMode RawDeviceFlag SideRawHandle(SideIx)
        RETURNING RawCallStatus
    IF RawCallStatus NOT = ZERO
        DISPLAY "RNDCMP-E004 " SideFileName(SideIx)
            " IS NOT ON DISK OR CANNOT BE OPENED"
        PERFORM Unusable
    END-IF
    MOVE "Y" TO SideOpen(SideIx)
    MOVE ZERO TO RawByteOffset
    MOVE ZERO TO RawByteCount
    CALL "CBL_READ_FILE" USING SideRawHandle(SideIx) RawByteOffset
        RawByteCount RawSizeFlag RawChunkBuffer
        RETURNING RawCallStatus
    MOVE RawByteOffset TO SideRawSize(SideIx)
    IF SideRawSize(SideIx) > 280
        MOVE 280 TO RawSniffBytes
    ELSE
        MOVE SideRawSize(SideIx) TO RawSniffBytes
    END-IF
    MOVE SPACES TO RawSniffBuffer
    MOVE ZERO TO RawByteOffset
    MOVE RawSniffBytes TO RawByteCount
    CALL "CBL_READ_FILE" USING SideRawHandle(SideIx) RawByteOffset
        RawByteCount RawReadFlags RawSniffBuffer
        RETURNING RawCallStatus
    PERFORM ParseRawHeader
    IF RawNewlineCount NOT = 3 OR RawHeaderNumCount < 2
        PERFORM BadImageHeader
    END-IF
    MOVE RawBodyOffset TO SideRawOffset(SideIx).

*> The body starts after the third newline, and the two numbers
*> between the first and second are the dimensions.
ParseRawHeader.
    MOVE ZERO TO RawNewlineCount
    MOVE ZERO TO RawHeaderNumCount
    MOVE ZERO TO RawHeaderNumber
    MOVE ZERO TO RawBodyOffset
    SET InNumber TO FALSE
    PERFORM VARYING RawScanColumn FROM 1 BY 1
            UNTIL RawScanColumn > RawSniffBytes
               OR RawNewlineCount = 3
        MOVE RawSniffBuffer(RawScanColumn:1) TO ScanChar
        IF RawNewlineCount = 1
            IF ScanChar >= "0" AND ScanChar <= "9"
                COMPUTE RawHeaderNumber =
                    (RawHeaderNumber * 10)
                    + (FUNCTION ORD(ScanChar) - FUNCTION ORD("0"))
                SET InNumber TO TRUE
            ELSE
                IF InNumber
                    ADD 1 TO RawHeaderNumCount
                    IF RawHeaderNumCount = 1
                        MOVE RawHeaderNumber TO SideHdrSizeX(SideIx)
                    END-IF
                    IF RawHeaderNumCount = 2
                        MOVE RawHeaderNumber TO SideHdrSizeY(SideIx)
                    END-IF
                    MOVE ZERO TO RawHeaderNumber
                    SET InNumber TO FALSE
                END-IF
            END-IF
        END-IF
        IF ScanChar = X"0A"
            ADD 1 TO RawNewlineCount
        END-IF
    END-PERFORM
    IF RawNewlineCount = 3
        COMPUTE RawBodyOffset = RawScanColumn - 1
    END-IF.

*> Both sides archives, or both images with the same samples per
*> pixel - anything else has nothing to compare pixel for pixel.
CheckSideKinds.
    IF (SideKind(1) = "A" AND SideKind(2) NOT = "A")
            OR (SideKind(1) NOT = "A" AND SideKind(2) = "A")
        DISPLAY "RNDCMP-E008 ONE SIDE IS A CBITER ARCHIVE AND THE"
            " OTHER AN IMAGE - COMPARE LIKE WITH LIKE"
        PERFORM Unusable
    END-IF
    IF SideChannels(1) NOT = SideChannels(2)
        DISPLAY "RNDCMP-E008 " SideMagic(1) " AND " SideMagic(2)
            " CARRY DIFFERENT SAMPLES PER PIXEL - COMPARE LIKE WITH"
            " LIKE"
        PERFORM Unusable
    END-IF.

*> ---------------------------------------------------------------
*> An image carries no catalog row, but its audit row does : the
*> last AUDITLOG row naming the image file is the render that wrote
*> it.
*> ---------------------------------------------------------------
LoadImageRowsFromAudit.
    OPEN INPUT AuditLog
    IF AuditLogStatus NOT = "00"
        DISPLAY "RNDCMP-E009 CANNOT OPEN AUDITLOG, STATUS "
            AuditLogStatus " - AN IMAGE'S CATALOG ROW COMES FROM ITS"
            " AUDIT ROW"
        PERFORM Unusable
    END-IF
    PERFORM UNTIL AtEndOfAudit
        READ AuditLog
            AT END
                SET AtEndOfAudit TO TRUE
            NOT AT END
                PERFORM VARYING SideIx FROM 1 BY 1 UNTIL SideIx > 2
                    IF AuditOutputFile = SideFileName(SideIx)
                            AND NOT AuditHandOverRow
                        PERFORM LoadAuditRow
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM
    CLOSE AuditLog
    PERFORM VARYING SideIx FROM 1 BY 1 UNTIL SideIx > 2
        IF SideRowFound(SideIx) NOT = "Y"
            DISPLAY "RNDCMP-E009 NO AUDITLOG ROW NAMES "
                SideFileName(SideIx) " - ITS CATALOG ROW CANNOT BE"
                " CONFIRMED"
            PERFORM Unusable
        END-IF
    END-PERFORM.

LoadAuditRow.
    IF AuditSizeX NOT NUMERIC OR AuditSizeY NOT NUMERIC
            OR AuditMaxIter NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO SideRowFound(SideIx)
    MOVE AuditRegionName TO PrmRegionName(SideIx)
    MOVE AuditRegionMode TO PrmMode(SideIx)
    MOVE AuditColorMode TO PrmColorMode(SideIx)
    MOVE AuditDeepZoom TO PrmDeepZoom(SideIx)
    MOVE AuditRmin TO PrmRmin(SideIx)
    MOVE AuditRmax TO PrmRmax(SideIx)
    MOVE AuditImin TO PrmImin(SideIx)
    MOVE AuditImax TO PrmImax(SideIx)
    MOVE AuditJuliaCR TO PrmJuliaCR(SideIx)
    MOVE AuditJuliaCI TO PrmJuliaCI(SideIx)
    MOVE AuditSizeX TO PrmSizeX(SideIx)
    MOVE AuditSizeY TO PrmSizeY(SideIx)
    MOVE AuditMaxIter TO PrmMaxIter(SideIx)
    MOVE AuditLogRecord(185:2) TO PrmSuperSample(SideIx)
    MOVE AuditLogRecord(187:2) TO PrmPower(SideIx)
    MOVE AuditPaletteName TO PrmPalette(SideIx)
    PERFORM NormalizeParams
*> A text image and its raw twin are one render in two wrappers.
    IF PrmColorMode(SideIx) = "5"
        MOVE "G" TO PrmColorMode(SideIx)
    END-IF
    IF PrmColorMode(SideIx) = "6"
        MOVE "C" TO PrmColorMode(SideIx)
    END-IF.

*> ---------------------------------------------------------------
*> The catalog rows must agree on everything that shapes the
*> output before the pixels mean anything.  Every differing field
*> is listed, not just the first.
*> ---------------------------------------------------------------
CompareCatalogRows.
    MOVE SPACES TO CompareReportLine
    WRITE CompareReportLine
    MOVE SPACES TO ReportWorkLine
    STRING "CATALOG ROWS : BASE " DELIMITED BY SIZE
           PrmRegionName(1) DELIMITED BY SPACE
           " / NEW " DELIMITED BY SIZE
           PrmRegionName(2) DELIMITED BY SPACE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO CompareReportLine
    WRITE CompareReportLine
    MOVE ZERO TO FieldMismatchCount
    IF PrmMode(1) NOT = PrmMode(2)
        MOVE "MODE" TO FieldNameText
        MOVE PrmMode(1) TO FieldBaseText
        MOVE PrmMode(2) TO FieldNewText
        PERFORM ReportFieldMismatch
    END-IF
    IF PrmDeepZoom(1) NOT = PrmDeepZoom(2)
        MOVE "DEEP ZOOM" TO FieldNameText
        MOVE PrmDeepZoom(1) TO FieldBaseText
        MOVE PrmDeepZoom(2) TO FieldNewText
        PERFORM ReportFieldMismatch
    END-IF
    IF PrmRmin(1) NOT = PrmRmin(2) OR PrmRmax(1) NOT = PrmRmax(2)
            OR PrmImin(1) NOT = PrmImin(2)
            OR PrmImax(1) NOT = PrmImax(2)
        MOVE "BOUNDS" TO FieldNameText
        MOVE "RMIN/RMAX/IMIN/IMAX" TO FieldBaseText
        MOVE "DIFFER" TO FieldNewText
        PERFORM ReportFieldMismatch
    END-IF
    IF PrmJuliaCR(1) NOT = PrmJuliaCR(2)
            OR PrmJuliaCI(1) NOT = PrmJuliaCI(2)
        MOVE "JULIA C" TO FieldNameText
        MOVE "CR/CI" TO FieldBaseText
        MOVE "DIFFER" TO FieldNewText
        PERFORM ReportFieldMismatch
    END-IF
    IF PrmSizeX(1) NOT = PrmSizeX(2)
        MOVE "SIZE X" TO FieldNameText
        MOVE PrmSizeX(1) TO FieldBaseText
        MOVE PrmSizeX(2) TO FieldNewText
        PERFORM ReportFieldMismatch
    END-IF
    IF PrmSizeY(1) NOT = PrmSizeY(2)
        MOVE "SIZE Y" TO FieldNameText
        MOVE PrmSizeY(1) TO FieldBaseText
        MOVE PrmSizeY(2) TO FieldNewText
        PERFORM ReportFieldMismatch
    END-IF
    IF PrmMaxIter(1) NOT = PrmMaxIter(2)
        MOVE "MAXITER" TO FieldNameText
        MOVE PrmMaxIter(1) TO FieldBaseText
        MOVE PrmMaxIter(2) TO FieldNewText
        PERFORM ReportFieldMismatch
    END-IF
    IF PrmSuperSample(1) NOT = PrmSuperSample(2)
        MOVE "SUPERSAMPLE" TO FieldNameText
        MOVE PrmSuperSample(1) TO FieldBaseText
        MOVE PrmSuperSample(2) TO FieldNewText
        PERFORM ReportFieldMismatch
    END-IF
    IF PrmPower(1) NOT = PrmPower(2)
        MOVE "POWER" TO FieldNameText
        MOVE PrmPower(1) TO FieldBaseText
        MOVE PrmPower(2) TO FieldNewText
        PERFORM ReportFieldMismatch
    END-IF
*> Colour and palette shape an image's samples, never an archive's
*> iteration counts.
    IF SideKind(1) NOT = "A"
        IF PrmColorMode(1) NOT = PrmColorMode(2)
            MOVE "COLOUR MODE" TO FieldNameText
            MOVE PrmColorMode(1) TO FieldBaseText
            MOVE PrmColorMode(2) TO FieldNewText
            PERFORM ReportFieldMismatch
        END-IF
        IF PrmPalette(1) NOT = PrmPalette(2)
            MOVE "PALETTE" TO FieldNameText
            MOVE PrmPalette(1) TO FieldBaseText
            MOVE PrmPalette(2) TO FieldNewText
            PERFORM ReportFieldMismatch
        END-IF
    END-IF
    IF FieldMismatchCount > ZERO
        DISPLAY "RNDCMP-E010 THE CATALOG ROWS OF THE TWO RENDERS"
            " DISAGREE - THEY ARE NOT RENDERS OF THE SAME REGION"
        PERFORM Unusable
    END-IF
    MOVE "  MATCH ON EVERY FIELD THAT SHAPES THE OUTPUT"
        TO CompareReportLine
    WRITE CompareReportLine.

ReportFieldMismatch.
    ADD 1 TO FieldMismatchCount
    MOVE SPACES TO ReportWorkLine
    STRING "  DIFFERS : " DELIMITED BY SIZE
           FieldNameText DELIMITED BY SIZE
           " BASE " DELIMITED BY SIZE
           FieldBaseText DELIMITED BY SIZE
           " NEW " DELIMITED BY SIZE
           FieldNewText DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO CompareReportLine
    WRITE CompareReportLine.

*> An image header that disagrees with its own audit row is a
*> stale or foreign file under the audited name.
CheckHeaderSizes.
    PERFORM VARYING SideIx FROM 1 BY 1 UNTIL SideIx > 2
        IF SideHdrSizeX(SideIx) NOT = PrmSizeX(SideIx)
                OR SideHdrSizeY(SideIx) NOT = PrmSizeY(SideIx)
            DISPLAY "RNDCMP-E011 " SideFileName(SideIx)
                " HEADER SIZES DISAGREE WITH ITS CATALOG ROW"
            PERFORM Unusable
        END-IF
        IF SideKind(SideIx) = "R"
            COMPUTE RawRowBytes =
                PrmSizeY(SideIx) * SideChannels(SideIx)
            COMPUTE RawExpectedSize = SideRawOffset(SideIx)
                + (PrmSizeX(SideIx) * RawRowBytes)
            IF SideRawSize(SideIx) NOT = RawExpectedSize
                DISPLAY "RNDCMP-E011 " SideFileName(SideIx)
                    " IS NOT THE SIZE ITS HEADER PROMISES -"
                    " TRUNCATED?"
                PERFORM Unusable
            END-IF
        END-IF
    END-PERFORM
    COMPUTE SamplesPerRow = PrmSizeY(1) * SideChannels(1)
    MOVE ZERO TO BoxMinRow
    MOVE ZERO TO BoxMinCol.

*> A P3 row of the diff image takes twelve bytes a pixel; past the
*> record length there is no diff image, only the report.
OpenDiffImage.
    IF NOT DiffImageWanted
        EXIT PARAGRAPH
    END-IF
    COMPUTE DiffRowBytes = PrmSizeY(1) * 12
    IF DiffRowBytes > 32000
        DISPLAY "RNDCMP-W001 REGION IS TOO WIDE FOR A P3 DIFF IMAGE"
            " - REPORT ONLY"
        SET DiffImageWanted TO FALSE
        EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT DiffImage
    IF DiffImageStatus NOT = "00"
        DISPLAY "RNDCMP-E012 CANNOT OPEN DIFF IMAGE " DiffImageName
            " STATUS " DiffImageStatus
        PERFORM Unusable
    END-IF
    MOVE "P3" TO DiffImageRecord
    WRITE DiffImageRecord
    MOVE PrmSizeX(1) TO HeaderSizeXEdited
    MOVE PrmSizeY(1) TO HeaderSizeYEdited
    STRING HeaderSizeXEdited DELIMITED BY SIZE
           " "               DELIMITED BY SIZE
           HeaderSizeYEdited DELIMITED BY SIZE
        INTO HeaderSizeLine
    MOVE HeaderSizeLine TO DiffImageRecord
    WRITE DiffImageRecord
    MOVE "255" TO DiffImageRecord
    WRITE DiffImageRecord.

*> ---------------------------------------------------------------
*> One screen row of both sides, pixel against pixel.
*> ---------------------------------------------------------------
CompareOneRow.
    PERFORM VARYING SideIx FROM 1 BY 1 UNTIL SideIx > 2
        PERFORM ReadSideRow
    END-PERFORM
    IF DiffImageWanted
        MOVE SPACES TO DiffImageRecord
        MOVE 1 TO LinePointer
    END-IF
    PERFORM VARYING PixelIx FROM 1 BY 1
            UNTIL PixelIx > PrmSizeY(1)
        PERFORM ComparePixel
    END-PERFORM
    IF DiffImageWanted
        WRITE DiffImageRecord
        IF DiffImageStatus NOT = "00"
            DISPLAY "RNDCMP-E012 WRITE FAILED ON " DiffImageName
                " STATUS " DiffImageStatus
            PERFORM Unusable
        END-IF
    END-IF.

ReadSideRow.
    EVALUATE SideKind(SideIx)
        WHEN "A"
            PERFORM ReadTextRecord
            IF SideOpen(SideIx) NOT = "Y"
                PERFORM ShortSide
            END-IF
            PERFORM VARYING SampleIx FROM 1 BY 1
                    UNTIL SampleIx > SamplesPerRow
                COMPUTE CellOffset = ((SampleIx - 1) * 5) + 1
                IF ScanRecord(CellOffset:5) NOT NUMERIC
                    PERFORM ShortSide
                END-IF
                MOVE ScanRecord(CellOffset:5)
                    TO SideSample(SideIx, SampleIx)
            END-PERFORM
        WHEN "T"
            PERFORM ReadTextRecord
            IF SideOpen(SideIx) NOT = "Y"
                PERFORM ShortSide
            END-IF
            PERFORM ParseTextSamples
            IF BadRowFound OR SampleCount NOT = SamplesPerRow
                PERFORM ShortSide
            END-IF
        WHEN "R"
            COMPUTE RawRowBytes = SamplesPerRow
            MOVE SideRawOffset(SideIx) TO RawByteOffset
            MOVE RawRowBytes TO RawByteCount
            CALL "CBL_READ_FILE" USING SideRawHandle(SideIx)
                RawByteOffset RawByteCount RawReadFlags
                RawChunkBuffer
                RETURNING RawCallStatus
            IF RawCallStatus NOT = ZERO
                PERFORM ShortSide
            END-IF
            PERFORM VARYING SampleIx FROM 1 BY 1
                    UNTIL SampleIx > RawRowBytes
                COMPUTE SideSample(SideIx, SampleIx) =
                    FUNCTION ORD(RawChunkBuffer(SampleIx:1)) - 1
            END-PERFORM
            ADD RawRowBytes TO SideRawOffset(SideIx)
    END-EVALUATE.

ShortSide.
    DISPLAY "RNDCMP-E013 " SideFileName(SideIx) " ROW " RowIx
        " IS MISSING OR DAMAGED - TRUNCATED RENDER?"
    PERFORM Unusable.

*> The pixel's difference is its largest channel difference.
ComparePixel.
    ADD 1 TO PixelsCompared
    MOVE ZERO TO PixelDiff
    COMPUTE SampleIx = ((PixelIx - 1) * SideChannels(1)) + 1
    PERFORM VARYING ChannelIx FROM 1 BY 1
            UNTIL ChannelIx > SideChannels(1)
        IF SideSample(1, SampleIx) > SideSample(2, SampleIx)
            COMPUTE ChannelDiff =
                SideSample(1, SampleIx) - SideSample(2, SampleIx)
        ELSE
            COMPUTE ChannelDiff =
                SideSample(2, SampleIx) - SideSample(1, SampleIx)
        END-IF
        IF ChannelDiff > PixelDiff
            MOVE ChannelDiff TO PixelDiff
            MOVE SideSample(1, SampleIx) TO LargestBaseValue
            MOVE SideSample(2, SampleIx) TO LargestNewValue
        END-IF
        ADD 1 TO SampleIx
    END-PERFORM
    IF PixelDiff > ZERO
        PERFORM PostDifference
    END-IF
    IF DiffImageWanted
        PERFORM AppendDiffPixel
    END-IF.

PostDifference.
    ADD 1 TO DiffPixelCount
    IF PixelDiff > Tolerance
        ADD 1 TO OverTolCount
    END-IF
    IF PixelDiff > LargestDiff
        MOVE PixelDiff TO LargestDiff
        MOVE RowIx TO LargestDiffRow
        MOVE PixelIx TO LargestDiffCol
    END-IF
    IF BoxMinRow = ZERO OR RowIx < BoxMinRow
        MOVE RowIx TO BoxMinRow
    END-IF
    IF RowIx > BoxMaxRow
        MOVE RowIx TO BoxMaxRow
    END-IF
    IF BoxMinCol = ZERO OR PixelIx < BoxMinCol
        MOVE PixelIx TO BoxMinCol
    END-IF
    IF PixelIx > BoxMaxCol
        MOVE PixelIx TO BoxMaxCol
    END-IF.

*> Unchanged pixels show the base render at a third of its
*> brightness, so the red and yellow stand out against the shape.
AppendDiffPixel.
    EVALUATE TRUE
        WHEN PixelDiff > Tolerance
            MOVE 255 TO DiffRed
            MOVE ZERO TO DiffGreen
            MOVE ZERO TO DiffBlue
        WHEN PixelDiff > ZERO
            MOVE 255 TO DiffRed
            MOVE 255 TO DiffGreen
            MOVE ZERO TO DiffBlue
        WHEN OTHER
            PERFORM ComputeDimGrey
            MOVE DimGrey TO DiffRed
            MOVE DimGrey TO DiffGreen
            MOVE DimGrey TO DiffBlue
    END-EVALUATE
    MOVE DiffRed TO RedValueEdited
    MOVE DiffGreen TO GreenValueEdited
    MOVE DiffBlue TO BlueValueEdited
    STRING RedValueEdited   DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           GreenValueEdited DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           BlueValueEdited  DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
        INTO DiffImageRecord WITH POINTER LinePointer.

*> An archive's count is scaled linearly against MaxIter (in-set
*> pixels are black, as in every render); an image's own sample, or
*> the mean of its channels, is simply dimmed.
ComputeDimGrey.
    COMPUTE SampleIx = ((PixelIx - 1) * SideChannels(1)) + 1
    IF SideKind(1) = "A"
        IF SideSample(1, SampleIx) >= PrmMaxIter(1)
                OR PrmMaxIter(1) = ZERO
            MOVE ZERO TO DimGrey
        ELSE
            COMPUTE DimGrey =
                (SideSample(1, SampleIx) * 85) / PrmMaxIter(1)
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF SideChannels(1) = 3
        COMPUTE DimGrey = (SideSample(1, SampleIx)
            + SideSample(1, SampleIx + 1)
            + SideSample(1, SampleIx + 2)) / 9
    ELSE
        COMPUTE DimGrey = SideSample(1, SampleIx) / 3
    END-IF
    IF DimGrey > 255
        MOVE 255 TO DimGrey
    END-IF.

*> ---------------------------------------------------------------
*> The verdict and the figures behind it.
*> ---------------------------------------------------------------
PrintVerdict.
    EVALUATE TRUE
        WHEN DiffPixelCount = ZERO
            MOVE "IDENTICAL" TO VerdictText
            MOVE ZERO TO CompareReturnCode
        WHEN OverTolCount = ZERO
                AND (NOT PixelLimitSet
                    OR DiffPixelCount <= MaxDiffPixels)
            MOVE "WITHIN TOLERANCE" TO VerdictText
            MOVE 4 TO CompareReturnCode
        WHEN OTHER
            MOVE "REGRESSED" TO VerdictText
            MOVE 8 TO CompareReturnCode
    END-EVALUATE
    MOVE SPACES TO CompareReportLine
    WRITE CompareReportLine
    MOVE PixelsCompared TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "PIXELS COMPARED       : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO CompareReportLine
    WRITE CompareReportLine
    MOVE DiffPixelCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "PIXELS DIFFERING      : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO CompareReportLine
    WRITE CompareReportLine
    MOVE OverTolCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "PAST THE TOLERANCE    : " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO CompareReportLine
    WRITE CompareReportLine
    MOVE Tolerance TO NumberEdited
    MOVE SPACES TO ReportWorkLine
    IF PixelLimitSet
        MOVE MaxDiffPixels TO CountEdited
        STRING "TOLERANCE             : " DELIMITED BY SIZE
               NumberEdited DELIMITED BY SIZE
               " PER PIXEL, AT MOST " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
               " PIXELS" DELIMITED BY SIZE
            INTO ReportWorkLine
    ELSE
        STRING "TOLERANCE             : " DELIMITED BY SIZE
               NumberEdited DELIMITED BY SIZE
               " PER PIXEL" DELIMITED BY SIZE
            INTO ReportWorkLine
    END-IF
    MOVE ReportWorkLine TO CompareReportLine
    WRITE CompareReportLine
    IF DiffPixelCount > ZERO
        MOVE LargestDiff TO NumberEdited
        MOVE LargestDiffRow TO NumberEdited2
        MOVE LargestDiffCol TO NumberEdited3
        MOVE SPACES TO ReportWorkLine
        STRING "LARGEST DIFFERENCE    : " DELIMITED BY SIZE
               NumberEdited DELIMITED BY SIZE
               " AT ROW " DELIMITED BY SIZE
               NumberEdited2 DELIMITED BY SIZE
               " COLUMN " DELIMITED BY SIZE
               NumberEdited3 DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO CompareReportLine
        WRITE CompareReportLine
        MOVE LargestBaseValue TO NumberEdited
        MOVE LargestNewValue TO NumberEdited2
        MOVE SPACES TO ReportWorkLine
        STRING "                        BASE " DELIMITED BY SIZE
               NumberEdited DELIMITED BY SIZE
               "  NEW " DELIMITED BY SIZE
               NumberEdited2 DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO CompareReportLine
        WRITE CompareReportLine
        MOVE BoxMinRow TO NumberEdited
        MOVE BoxMaxRow TO NumberEdited2
        MOVE BoxMinCol TO NumberEdited3
        MOVE BoxMaxCol TO NumberEdited4
        MOVE SPACES TO ReportWorkLine
        STRING "DIFFERENCES BOUNDED BY: ROWS " DELIMITED BY SIZE
               NumberEdited DELIMITED BY SIZE
               " -" DELIMITED BY SIZE
               NumberEdited2 DELIMITED BY SIZE
               ", COLUMNS " DELIMITED BY SIZE
               NumberEdited3 DELIMITED BY SIZE
               " -" DELIMITED BY SIZE
               NumberEdited4 DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO CompareReportLine
        WRITE CompareReportLine
    END-IF
    IF DiffImageWanted
        MOVE SPACES TO ReportWorkLine
        STRING "DIFF IMAGE            : " DELIMITED BY SIZE
               DiffImageName DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO CompareReportLine
        WRITE CompareReportLine
    END-IF
    MOVE SPACES TO ReportWorkLine
    STRING "VERDICT               : " DELIMITED BY SIZE
           VerdictText DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO CompareReportLine
    WRITE CompareReportLine
    DISPLAY "RNDCMP-I001 " VerdictText " - " DiffPixelCount
        " PIXEL(S) DIFFER, LARGEST DIFFERENCE " LargestDiff.

END PROGRAM RenderCompare.
