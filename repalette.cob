*>                              'S' (smooth) cannot be recoloured
*>                              from an archive - it needs the escape
*>                              magnitude, which only the render has.
*>   82-101 RePalCtlPaletteName optional named palette (see below);
*>                              blank = the palette the archive's
*>                              catalog row names.
*>
*> The raw-binary forms mirror main.cob's colour modes '5' and '6' :
*> the same log rescale and banded palette, but one byte per sample
*> record cannot carry arbitrary binary bytes), which is how an
*> archived region gets into the space-saving deliverable format
*> without a re-render.
*>
*> The banded colours are no longer a copy of main.cob's EVALUATE :
*> both programs colour through the named PALETTES library
*> (palrec.cpy, maintained by PaletteMaint).  The archive header
*> carries the catalog row, palette name included, so a recolour
*> uses the palette the region was rendered with by default; a
*> palette name punched on REPALCTL overrides it, which is the
*> whole point of recolouring - trying a client's scheme on an
*> archived region costs seconds, not a catalog change and a
*> re-render.  Blank in both places means the house 8-band palette.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OutputImageStatus.

    *> Named palette library, opened only when a palette is named.
    SELECT PaletteLibrary ASSIGN TO "PALETTES"
        ORGANIZATION INDEXED
        ACCESS RANDOM
        RECORD KEY IS PalLibKey
        FILE STATUS IS PaletteLibraryStatus.

DATA DIVISION.
FILE SECTION.

    05  RePalCtlIterFile        PIC X(40).
    05  RePalCtlOutputFile      PIC X(40).
    05  RePalCtlColorMode       PIC X(01).
    05  RePalCtlPaletteName     PIC X(20).

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

01  RePalControlStatus          PIC XX VALUE "00".
01  IterDataStatus              PIC XX VALUE "00".
01  OutputImageStatus           PIC XX VALUE "00".
01  PaletteLibraryStatus        PIC XX VALUE "00".

01  IterDataFileName            PIC X(40) VALUE SPACES.
01  OutputFileName              PIC X(40) VALUE SPACES.
*> rendered from.  Layout must match main.cob's IterHeaderRecord.
01  IterHeaderView.
    05  IterHdrTag              PIC X(08).
    05  IterHdrRegionImage      PIC X(273).

*> Structured view of the archived catalog row - the same copybook
*> Cobolbrot renders from, so the rescale uses identical parameters.
01  MaxRowBytes                 PIC 9(9) VALUE ZERO.
01  OutputRecordCapacity        CONSTANT 32000.

*> The palette this recolour bands through, mirroring main.cob :
*> the house values laid out as a palrec.cpy row, or the named
*> palette read from the library.  An archive written before the
*> catalog row carried a palette name reads spaces there, which is
*> the house palette it was rendered with.
01  HousePaletteValues.
    05  FILLER                  PIC X(20) VALUE SPACES.
    05  FILLER                  PIC X(30)
                                 VALUE "HOUSE 8-BAND PALETTE".
    05  FILLER                  PIC X(2) VALUE "08".
    05  FILLER                  PIC X(9) VALUE "000000064".
    05  FILLER                  PIC X(9) VALUE "000064160".
    05  FILLER                  PIC X(9) VALUE "000160200".
    05  FILLER                  PIC X(9) VALUE "000200080".
    05  FILLER                  PIC X(9) VALUE "200220000".
    05  FILLER                  PIC X(9) VALUE "240140000".
    05  FILLER                  PIC X(9) VALUE "220040040".
    05  FILLER                  PIC X(9) VALUE "255255255".
    05  FILLER                  PIC X(72) VALUE ALL "0".
01  PaletteRow.
    COPY "palrec.cpy".
01  ChosenPaletteName           PIC X(20) VALUE SPACES.
01  PaletteErrorSwitch          PIC X VALUE "N".
    88  PaletteInError                  VALUE "Y" FALSE "N".
01  PalStopIndex                PIC 9(2) COMP VALUE ZERO.

01  RowsRead                    PIC 9(9) VALUE ZERO.
01  PixelsWritten               PIC 9(9) VALUE ZERO.
01  ColumnX                     PIC 9(5) COMP VALUE ZERO.
Mainline.
    PERFORM ReadControlRecord
    PERFORM OpenArchiveAndHeader
    PERFORM LoadChosenPalette
    IF ChosenColorHisto
        PERFORM BuildHistogramPass
    END-IF
    DISPLAY "REPAL-I001 RECOLOURED " RowsRead " ROWS ("
        PixelsWritten " PIXELS) OF REGION " RegionName
        " INTO " OutputFileName
    IF ChosenPaletteName NOT = SPACES
        DISPLAY "REPAL-I002 BANDED THROUGH PALETTE "
            ChosenPaletteName
    END-IF
    STOP RUN.

ReadControlRecord.
                " IS EMPTY"
            PERFORM AbortRun
    END-READ
    MOVE IterDataRecord(1:281) TO IterHeaderView
    IF IterHdrTag NOT = "CBITER"
        DISPLAY "REPAL-E004 " IterDataFileName
            " IS NOT A COBOLBROT ITERATION ARCHIVE"
        PERFORM AbortRun
    END-IF.

*> ---------------------------------------------------------------
*> The control card's palette wins; otherwise the one the archived
*> catalog row names; otherwise the house palette.  Same checks as
*> main.cob's LoadRegionPalette, so a palette Cobolbrot would refuse
*> is refused here too.
*> ---------------------------------------------------------------
LoadChosenPalette.
    IF RePalCtlPaletteName NOT = SPACES
        MOVE RePalCtlPaletteName TO ChosenPaletteName
    ELSE
        MOVE RegionPaletteName TO ChosenPaletteName
    END-IF
    IF ChosenPaletteName = SPACES
        MOVE HousePaletteValues TO PaletteRow
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT PaletteLibrary
    IF PaletteLibraryStatus NOT = "00"
        DISPLAY "REPAL-E010 PALETTE " ChosenPaletteName
            " REQUESTED BUT THE PALETTE LIBRARY CANNOT BE OPENED,"
            " STATUS " PaletteLibraryStatus
        PERFORM AbortRun
    END-IF
    MOVE ChosenPaletteName TO PalLibKey
    READ PaletteLibrary INTO PaletteRow
        INVALID KEY
            DISPLAY "REPAL-E010 PALETTE " ChosenPaletteName
                " IS NOT IN THE PALETTE LIBRARY"
            CLOSE PaletteLibrary
            PERFORM AbortRun
    END-READ
    CLOSE PaletteLibrary
    PERFORM CheckPaletteRow
    IF PaletteInError
        DISPLAY "REPAL-E010 PALETTE " ChosenPaletteName
            " IN THE LIBRARY IS MALFORMED (STOP COUNT MUST BE 2"
            " THROUGH 16, EVERY COMPONENT 0 THROUGH 255)"
        PERFORM AbortRun
    END-IF.

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

*> ---------------------------------------------------------------
*> Histogram mode needs the whole distribution before the first
*> pixel can be toned : one full pass counting every cell, build
        ADD 1 TO RawColumn
    END-IF.

*> Same table-driven banding as main.cob's ComputePaletteColor.
ComputePaletteColor.
    IF iter >= RegionMaxIter
        MOVE ZERO TO RedValue GreenValue BlueValue
    ELSE
        DIVIDE iter BY PalStopCount
            GIVING ColorBandQuotient REMAINDER ColorBand
        MOVE PalStopRed(ColorBand + 1)   TO RedValue
        MOVE PalStopGreen(ColorBand + 1) TO GreenValue
        MOVE PalStopBlue(ColorBand + 1)  TO BlueValue
    END-IF.

*> Abort the recolour : close whatever is open and get out with a
