*> the flight would fold the wrong distribution into every other
*> frame's tones, so the mismatch aborts the run (the same stance
*> ImageMerge takes on a strip set).
*>
*> A flight can now be delivered in colour : when its frame rows
*> name a palette from the PALETTES library (RegionPaletteName,
*> maintained by PaletteMaint), the shared 0-255 tone is laid as a
*> gradient across that palette's stops and every frame is written
*> as P3 - the first stop for the darkest escaped tone, the last for
*> the brightest, in-set pixels still black.  The flight-wide
*> equalizer still decides the tone, so the colour holds steady from
*> frame to frame exactly as the grey did.  Every frame must name
*> the same palette; a flight whose rows name none stays P2 grey.
*> The archive check compares the render parameters only, not the
*> palette name, so re-pointing a flight at a new palette needs no
*> re-render.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OutputImageStatus.

    *> Named palette library, opened only when the flight names one.
    SELECT PaletteLibrary ASSIGN TO "PALETTES"
        ORGANIZATION INDEXED
        ACCESS RANDOM
        RECORD KEY IS PalLibKey
        FILE STATUS IS PaletteLibraryStatus.

DATA DIVISION.
FILE SECTION.

FD  FlightCatalog.
01  FlightCatalogRecord.
    05  FlightRecordKey         PIC X(20).
    05  FILLER                  PIC X(253).

*> Layout must match main.cob's FD IterData : a CBITER header record
*> carrying the full catalog row, then one record of 5-digit cells
    RECORD CONTAINS 1 TO 32000 CHARACTERS.
01  OutputImageRecord           PIC X(32000).

*> Layout in palrec.cpy; rows are read INTO PaletteRow.
FD  PaletteLibrary.
01  PaletteLibraryRecord.
    05  PalLibKey               PIC X(20).
    05  FILLER                  PIC X(176).

WORKING-STORAGE SECTION.

01  FlightCatalogStatus         PIC XX VALUE "00".
01  IterDataStatus              PIC XX VALUE "00".
01  OutputImageStatus           PIC XX VALUE "00".
01  PaletteLibraryStatus        PIC XX VALUE "00".

01  IterDataFileName            PIC X(40) VALUE SPACES.
01  OutputFileName              PIC X(40) VALUE SPACES.
01  FrameLimit                  CONSTANT 9999.
01  FlightFrameTable.
    05  FlightFrameEntry OCCURS 9999.
        10  FlightRowImage      PIC X(273).
01  FrameIndex                  PIC 9(4) COMP VALUE ZERO.

*> Structured view of whichever frame row is in hand - the same
*> rendered from.  Layout must match main.cob's IterHeaderRecord.
01  IterHeaderView.
    05  IterHdrTag              PIC X(08).
    05  IterHdrRegionImage      PIC X(273).

01  IterRowBuffer.
    05  IterCellIn              OCCURS 6400 PIC 9(5).
01  EscapedTotal                PIC 9(12) VALUE ZERO.
01  FlightMaxIter               PIC 9(5) VALUE ZERO.

*> The flight's palette, when its rows name one : the palrec.cpy
*> row read from the library, and the gradient work fields that lay
*> a 0-255 tone across its stops.
01  FlightPaletteName           PIC X(20) VALUE SPACES.
01  FlightColourSwitch          PIC X VALUE "N".
    88  FlightInColour                  VALUE "Y" FALSE "N".
01  PaletteRow.
    COPY "palrec.cpy".
01  PaletteErrorSwitch          PIC X VALUE "N".
    88  PaletteInError                  VALUE "Y" FALSE "N".
01  PalStopIndex                PIC 9(2) COMP VALUE ZERO.
01  ToneScaled                  PIC 9(5) VALUE ZERO.
01  ToneStop                    PIC 9(2) VALUE ZERO.
01  ToneRemainder               PIC 9(3) VALUE ZERO.
*> The blend is worked one operation per COMPUTE on these fields -
*> this dialect misevaluates mixed expressions combined in one
*> statement (see the StepR note in main.cob).
01  ToneStopSpan                PIC 9(2) VALUE ZERO.
01  ToneDelta                   PIC S9(3) VALUE ZERO.
01  ToneProduct                 PIC S9(6) VALUE ZERO.
01  ToneShare                   PIC S9(3)V9(4) VALUE ZERO.

*> Pixel work area, mirroring RePalette's 'H' path.
01  iter                        PIC 9(5) VALUE ZERO.
01  PixelValue                  PIC 9(3) VALUE ZERO.
01  PixelValueEdited            PIC ZZ9.
01  RedValue                    PIC 9(3) VALUE ZERO.
01  GreenValue                  PIC 9(3) VALUE ZERO.
01  BlueValue                   PIC 9(3) VALUE ZERO.
01  RedValueEdited              PIC ZZ9.
01  GreenValueEdited            PIC ZZ9.
01  BlueValueEdited             PIC ZZ9.
01  LinePointer                 PIC 9(5) COMP VALUE 1.
01  HeaderSizeLine              PIC X(20) VALUE SPACES.
01  HeaderSizeXEdited           PIC ZZZZ9.

Mainline.
    PERFORM LoadFlightCatalog
    PERFORM LoadFlightPalette
    PERFORM ClearFlightHistogram
    PERFORM CountOneFrame
        VARYING FrameIndex FROM 1 BY 1
    DISPLAY "FLIGHTPAL-I001 " FrameCount " FRAME(S) RECOLOURED"
        " THROUGH ONE FLIGHT-WIDE EQUALIZER (" EscapedTotal
        " ESCAPED SAMPLES IN THE SHARED HISTOGRAM)"
    IF FlightInColour
        DISPLAY "FLIGHTPAL-I002 FLIGHT WRITTEN AS P3 THROUGH PALETTE "
            FlightPaletteName
    END-IF
    STOP RUN.

*> ---------------------------------------------------------------
            " ZOOMCTL ARCHIVE BYTE SET AND RE-RENDER"
        PERFORM AbortRun
    END-IF
*> One palette for the whole flight - frames coloured through
*> different palettes would flicker worse than the per-frame
*> equalizer ever did.
    IF FrameCount = ZERO
        MOVE RegionPaletteName TO FlightPaletteName
    END-IF
    IF RegionPaletteName NOT = FlightPaletteName
        DISPLAY "FLIGHTPAL-E011 FRAME ROW " RegionName
            " NAMES PALETTE '" RegionPaletteName "' BUT THE FLIGHT"
            " STARTED IN '" FlightPaletteName "' - EVERY FRAME MUST"
            " NAME THE SAME PALETTE"
        PERFORM AbortRun
    END-IF
    COMPUTE IterRowBytes = RegionSizeY * 5
    IF FlightPaletteName = SPACES
        COMPUTE MaxRowBytes = RegionSizeY * 4
    ELSE
        COMPUTE MaxRowBytes = RegionSizeY * 12
    END-IF
    IF IterRowBytes > OutputRecordCapacity
            OR MaxRowBytes > OutputRecordCapacity
        DISPLAY "FLIGHTPAL-E006 FRAME ROW " RegionName
    ADD 1 TO FrameCount
    MOVE FlightCatalogRecord TO FlightRowImage(FrameCount).

*> ---------------------------------------------------------------
*> Read the flight's palette, when it names one, with the same
*> checks main.cob's LoadRegionPalette applies.
*> ---------------------------------------------------------------
LoadFlightPalette.
    IF FlightPaletteName = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT PaletteLibrary
    IF PaletteLibraryStatus NOT = "00"
        DISPLAY "FLIGHTPAL-E012 FLIGHT NAMES PALETTE "
            FlightPaletteName " BUT THE PALETTE LIBRARY CANNOT BE"
            " OPENED, STATUS " PaletteLibraryStatus
        PERFORM AbortRun
    END-IF
    MOVE FlightPaletteName TO PalLibKey
    READ PaletteLibrary INTO PaletteRow
        INVALID KEY
            DISPLAY "FLIGHTPAL-E012 PALETTE " FlightPaletteName
                " IS NOT IN THE PALETTE LIBRARY"
            CLOSE PaletteLibrary
            PERFORM AbortRun
    END-READ
    CLOSE PaletteLibrary
    PERFORM CheckPaletteRow
    IF PaletteInError
        DISPLAY "FLIGHTPAL-E012 PALETTE " FlightPaletteName
            " IN THE LIBRARY IS MALFORMED (STOP COUNT MUST BE 2"
            " THROUGH 16, EVERY COMPONENT 0 THROUGH 255)"
        PERFORM AbortRun
    END-IF
    SET FlightInColour TO TRUE.

CheckPaletteRow.
    SET PaletteInError TO FALSE
    IF PalStopCount NOT NUMERIC
        SET PaletteInError TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF PalStopCount < 2 OR PalStopCount > 16
        SET PaletteInError TO TRUE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING PalStopIndex FROM 1 BY 1
            UNTIL PalStopIndex > PalStopCount OR PaletteInError
        IF PalStopRed(PalStopIndex) NOT NUMERIC
                OR PalStopGreen(PalStopIndex) NOT NUMERIC
                OR PalStopBlue(PalStopIndex) NOT NUMERIC
            SET PaletteInError TO TRUE
        ELSE
            IF PalStopRed(PalStopIndex) > 255
                    OR PalStopGreen(PalStopIndex) > 255
                    OR PalStopBlue(PalStopIndex) > 255
                SET PaletteInError TO TRUE
            END-IF
        END-IF
    END-PERFORM.

ClearFlightHistogram.
    COMPUTE HistIndex = FlightMaxIter + 1
    PERFORM UNTIL HistIndex = ZERO
*> Open the frame's archive and prove it belongs to the row sitting
*> next to it : the CBITER tag, and byte-for-byte the same catalog
*> row - an archive from an earlier cut of the flight would fold the
*> wrong distribution into every other frame's tones.  The palette
*> name (bytes 254-273) is left out of the match : it never changes
*> a count, and re-pointing a flight at a new palette is exactly
*> what this program is run for.
OpenFrameArchive.
    MOVE FlightRowImage(FrameIndex) TO FlightWorkRow
    MOVE RegionIterDataFile TO IterDataFileName
                IterDataFileName " IS EMPTY"
            PERFORM AbortRun
    END-READ
    MOVE IterDataRecord(1:281) TO IterHeaderView
    IF IterHdrTag NOT = "CBITER"
        DISPLAY "FLIGHTPAL-E008 " IterDataFileName
            " IS NOT A COBOLBROT ITERATION ARCHIVE"
        PERFORM AbortRun
    END-IF
    IF IterHdrRegionImage(1:253)
            NOT = FlightRowImage(FrameIndex)(1:253)
        DISPLAY "FLIGHTPAL-E008 ITERATION ARCHIVE " IterDataFileName
            " WAS RENDERED FROM DIFFERENT PARAMETERS THAN FRAME"
            " ROW " RegionName " - RE-RENDER THE FRAME"
    PERFORM CheckFrameRowCount.

WriteFrameImageHeader.
    IF FlightInColour
        MOVE "P3" TO OutputImageRecord
    ELSE
        MOVE "P2" TO OutputImageRecord
    END-IF
    WRITE OutputImageRecord
    MOVE RegionSizeX TO HeaderSizeXEdited
    MOVE RegionSizeY TO HeaderSizeYEdited
                ELSE
                    MOVE EqualizedValue(iter + 1) TO PixelValue
                END-IF
                IF FlightInColour
                    PERFORM AppendColourPixel
                ELSE
                    MOVE PixelValue TO PixelValueEdited
                    STRING PixelValueEdited DELIMITED BY SIZE
                           " "              DELIMITED BY SIZE
                        INTO OutputImageRecord
                        WITH POINTER LinePointer
                END-IF
                ADD 1 TO PixelsWritten
            END-PERFORM
            WRITE OutputImageRecord
            END-IF
    END-READ.

*> Lay the shared tone across the flight palette's stops : tone 0
*> sits on the first stop, 255 on the last, and a tone between two
*> stops blends them linearly.  In-set pixels stay black.
AppendColourPixel.
    IF iter >= RegionMaxIter
        MOVE ZERO TO RedValue GreenValue BlueValue
    ELSE
        COMPUTE ToneStopSpan = PalStopCount - 1
        COMPUTE ToneScaled = PixelValue * ToneStopSpan
        DIVIDE ToneScaled BY 255
            GIVING ToneStop REMAINDER ToneRemainder
        IF ToneStop >= ToneStopSpan
            MOVE PalStopRed(PalStopCount)   TO RedValue
            MOVE PalStopGreen(PalStopCount) TO GreenValue
            MOVE PalStopBlue(PalStopCount)  TO BlueValue
        ELSE
            COMPUTE ToneDelta =
                PalStopRed(ToneStop + 2) - PalStopRed(ToneStop + 1)
            COMPUTE ToneProduct = ToneDelta * ToneRemainder
            COMPUTE ToneShare = ToneProduct / 255
            COMPUTE RedValue ROUNDED =
                PalStopRed(ToneStop + 1) + ToneShare
            COMPUTE ToneDelta =
                PalStopGreen(ToneStop + 2) - PalStopGreen(ToneStop + 1)
            COMPUTE ToneProduct = ToneDelta * ToneRemainder
            COMPUTE ToneShare = ToneProduct / 255
            COMPUTE GreenValue ROUNDED =
                PalStopGreen(ToneStop + 1) + ToneShare
            COMPUTE ToneDelta =
                PalStopBlue(ToneStop + 2) - PalStopBlue(ToneStop + 1)
            COMPUTE ToneProduct = ToneDelta * ToneRemainder
            COMPUTE ToneShare = ToneProduct / 255
            COMPUTE BlueValue ROUNDED =
                PalStopBlue(ToneStop + 1) + ToneShare
        END-IF
    END-IF
    MOVE RedValue   TO RedValueEdited
    MOVE GreenValue TO GreenValueEdited
    MOVE BlueValue  TO BlueValueEdited
    STRING RedValueEdited   DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           GreenValueEdited DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
           BlueValueEdited  DELIMITED BY SIZE
           " "              DELIMITED BY SIZE
        INTO OutputImageRecord WITH POINTER LinePointer.

*> Abort the recolour : close whatever is open and get out with a
*> non-zero return code.
AbortRun.
