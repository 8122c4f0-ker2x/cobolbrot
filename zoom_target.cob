IDENTIFICATION DIVISION.
PROGRAM-ID. ZoomTarget.
AUTHOR. Ker2x.

*> Modification history
*> ---------------------------------------------------------------
*> New detail regions and zoom-flight targets used to be picked by
*> eye off the contact sheet, and whoever picked one then had to
*> work its bounds out by hand before ZoomSequence or CatalogMaint
*> could use it.  This program picks them from the numbers instead.
*> It reads a catalogued region's iteration archive (the CBITER file
*> its RegionIterDataFile names), cuts the pixel grid into a square
*> grid of tiles, and scores every tile for boundary detail.  The
*> best tiles come back as ready-made child rows : CATTRANS ADD
*> transactions that CatalogMaint applies unchanged, with a TGTRPT
*> report showing where each one sits inside the parent.
*>
*> Tiles follow the region's geometry, not its pixel count : tile
*> (i,j) is exactly the i-th of N equal slices of the real axis by
*> the j-th of N equal slices of the imaginary axis, so a child has
*> the parent's aspect ratio and renders at the parent's SizeX /
*> SizeY with a zoom of exactly N.  A pixel belongs to the tile its
*> own coordinate falls in (the last pixel, sitting on Rmax / Imax,
*> goes in the last tile).  Rows run down the real axis and columns
*> across the imaginary axis, the same way the rendered image lies.
*>
*> Scoring, 0 - 2000, two halves of up to 1000 each :
*>   VARIATION - the spread (standard deviation) of the escaped
*>               pixels' tones, the same log tone Cobolbrot greys
*>               with, scaled by the tile's escaped share so a few
*>               stray escapees in a solid lake do not score.
*>   MIX       - 4 x in-set share x escaped share : zero for a tile
*>               that is all lake or all open space, full marks for
*>               a half-and-half tile.
*> A smooth exterior gradient scores low on both; the filaments and
*> bulb edges that make good zooms score high on both.
*>
*> A child's MaxIter is the parent's times (1 + log10 N), capped at
*> 99999 - deeper zooms need more iterations before the boundary
*> resolves.  RegionDeepZoom goes to 'Y' once the child's pixel step
*> drops below the catalog's V9(16) resolution, the same limit and
*> test ZoomSequence uses, and stays 'Y' for a parent that already
*> renders deep.  Everything else - recurrence, colour mode, sizes,
*> Julia seed, supersample, power, palette and checkpoint cadence -
*> is copied from the parent row.  Every child gets an archive, so a
*> good child can itself be fed back through this program.
*>
*> TGTCTL layout (1-based byte offsets), one record:
*>   1-20   TgtCtlRegionName    the parent region, read by key from
*>                              REGIONS; its archive is scanned
*>   21-22  TgtCtlTilesPerSide  N, 02-50, zero-padded : the grid is
*>                              N x N tiles and each child is an
*>                              N-times zoom.  Spaces = 08.
*>   23-24  TgtCtlTopCount      how many candidates to propose,
*>                              01-35.  Spaces = 05.
*>   25-36  TgtCtlNameStem      stem for the child rows : region
*>                              <stem>nn (nn = rank), image
*>                              <stem>nn.pgm / .ppm, archive
*>                              <stem>nn.itd.  Spaces = the first
*>                              12 bytes of the parent's name.
*>
*> CATTRANS is written fresh with one ADD per candidate, best first,
*> the same way RequestIntake writes it.  Any child row can equally
*> serve as a ZOOMCTL end region once it is in the catalog, with the
*> parent as the start region.
*>
*> Return code 0 when every candidate asked for was proposed, 4 when
*> fewer tiles held any detail than were asked for (or a MaxIter hit
*> the cap), 16 when nothing could be proposed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TargetControl ASSIGN TO "TGTCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS TargetControlStatus.

    *> The parent row is read directly by key.
    SELECT RegionCatalog ASSIGN TO "REGIONS"
        ORGANIZATION INDEXED
        ACCESS RANDOM
        RECORD KEY IS CatalogRecordKey
        FILE STATUS IS RegionCatalogStatus.

    SELECT IterData ASSIGN TO DYNAMIC IterDataFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS IterDataStatus.

    SELECT CatTransOut ASSIGN TO "CATTRANS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CatTransOutStatus.

    SELECT TargetReport ASSIGN TO "TGTRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS TargetReportStatus.

DATA DIVISION.
FILE SECTION.

FD  TargetControl.
01  TargetControlRecord.
    05  TgtCtlRegionName        PIC X(20).
    05  TgtCtlTilesPerSide      PIC X(02).
    05  TgtCtlTilesPerSideN REDEFINES TgtCtlTilesPerSide
                                PIC 9(02).
    05  TgtCtlTopCount          PIC X(02).
    05  TgtCtlTopCountN REDEFINES TgtCtlTopCount
                                PIC 9(02).
    05  TgtCtlNameStem          PIC X(12).

FD  RegionCatalog.
01  RegionCatalogRecord.
    05  CatalogRecordKey        PIC X(20).
    05  FILLER                  PIC X(253).

*> Layout must match main.cob's FD IterData : a CBITER header record
*> carrying the full catalog row, then one record of 5-digit cells
*> per screenX row.
FD  IterData
    RECORD CONTAINS 1 TO 32000 CHARACTERS.
01  IterDataRecord              PIC X(32000).

*> CatalogMaint's CATTRANS layout : action, then the full row.
FD  CatTransOut.
01  CatTransOutRecord.
    05  CatTransOutAction       PIC X(08).
    05  CatTransOutImage        PIC X(273).

FD  TargetReport.
01  TargetReportLine            PIC X(132).

WORKING-STORAGE SECTION.

01  TargetControlStatus         PIC XX VALUE "00".
01  RegionCatalogStatus         PIC XX VALUE "00".
01  IterDataStatus              PIC XX VALUE "00".
01  CatTransOutStatus           PIC XX VALUE "00".
01  TargetReportStatus          PIC XX VALUE "00".

01  IterDataFileName            PIC X(40) VALUE SPACES.
01  IterDataOpenSwitch          PIC X VALUE "N".
    88  IterDataOpen                    VALUE "Y" FALSE "N".
01  CatTransOutOpenSwitch       PIC X VALUE "N".
    88  CatTransOutOpen                 VALUE "Y" FALSE "N".
01  TargetReportOpenSwitch      PIC X VALUE "N".
    88  TargetReportOpen                VALUE "Y" FALSE "N".
01  EndOfArchiveSwitch          PIC X VALUE "N".
    88  AtEndOfArchive                  VALUE "Y".

01  ParentRegionImage           PIC X(273) VALUE SPACES.

*> The archive header - tag plus the catalog row the region was
*> rendered from.  Layout must match main.cob's IterHeaderRecord.
01  IterHeaderView.
    05  IterHdrTag              PIC X(08).
    05  IterHdrRegionImage      PIC X(273).

*> Structured view of the parent row, and later of each child row
*> built from it - the same copybook Cobolbrot renders from.
01  TargetWorkRow.
    COPY "regionrec.cpy".

01  IterRowBuffer.
    05  IterCellIn              OCCURS 6400 PIC 9(5).
01  IterRowBytes                PIC 9(9) VALUE ZERO.
01  OutputRecordCapacity        CONSTANT 32000.

01  TilesPerSide                PIC 9(2) VALUE 8.
01  TopCount                    PIC 9(2) VALUE 5.
01  TilesPerSideLimit           CONSTANT 50.
01  TopCountLimit               CONSTANT 35.
01  NameStem                    PIC X(12) VALUE SPACES.
01  ChildFileExt                PIC X(3) VALUE "pgm".

*> The parent's own numbers, pulled out of its row.
01  ParentName                  PIC X(20) VALUE SPACES.
01  ParentSizeX                 PIC 9(5) VALUE ZERO.
01  ParentSizeY                 PIC 9(5) VALUE ZERO.
01  ParentMaxIter               PIC 9(5) VALUE ZERO.
01  ParentDeepZoom              PIC X(01) VALUE "N".
01  ParentRmin                  PIC S9(4)V9(16) VALUE ZERO.
01  ParentRmax                  PIC S9(4)V9(16) VALUE ZERO.
01  ParentImin                  PIC S9(4)V9(16) VALUE ZERO.
01  ParentImax                  PIC S9(4)V9(16) VALUE ZERO.

*> One slot per possible escape count : the log tone Cobolbrot
*> greys a pixel with, as a 0-1 fraction, worked out once per run
*> instead of once per pixel.
01  ToneTable.
    05  ToneValue               OCCURS 100000 PIC 9V9(8) COMP-3.
01  ToneIndex                   PIC 9(6) COMP VALUE ZERO.
01  LogMaxIterPlus1             PIC 9(3)V9(9) VALUE ZERO.
01  LogIterWork                 PIC 9(3)V9(9) VALUE ZERO.
01  IterPlus1                   PIC 9(6) VALUE ZERO.

*> Which tile band every pixel row / column falls in, and the first
*> and last pixel of every band, for the report.
01  ColumnBandTable.
    05  ColumnBand              OCCURS 6400 PIC 9(2) COMP.
01  BandTable.
    05  BandEntry               OCCURS 50.
        10  BandRowFirst        PIC 9(5) COMP.
        10  BandRowLast         PIC 9(5) COMP.
        10  BandColFirst        PIC 9(5) COMP.
        10  BandColLast         PIC 9(5) COMP.
01  CurrentRowBand              PIC 9(2) COMP VALUE ZERO.
01  BandWork                    PIC 9(9) COMP VALUE ZERO.
01  PixelOffset                 PIC 9(9) COMP VALUE ZERO.
01  BandIndex                   PIC 9(2) COMP VALUE ZERO.

*> Per-tile accumulators, tile (i,j) at slot i*N + j + 1.
01  TileTable.
    05  TileEntry               OCCURS 2500.
        10  TileInSetCount      PIC 9(9) COMP.
        10  TileEscapedCount    PIC 9(9) COMP.
        10  TileToneSum         PIC 9(9)V9(8) COMP-3.
        10  TileToneSumSq       PIC 9(9)V9(8) COMP-3.
        10  TileVariationScore  PIC 9(4)V9(2).
        10  TileMixScore        PIC 9(4)V9(2).
        10  TileScore           PIC 9(4)V9(2).
        10  TileRank            PIC 9(2).
01  TileCount                   PIC 9(4) COMP VALUE ZERO.
01  TileIndex                   PIC 9(4) COMP VALUE ZERO.
01  TileRowIndex                PIC 9(2) COMP VALUE ZERO.
01  TileColIndex                PIC 9(2) COMP VALUE ZERO.
01  BestTileIndex               PIC 9(4) COMP VALUE ZERO.
01  BestTileScore               PIC 9(4)V9(2) VALUE ZERO.

*> Scoring work fields.  Every expression is broken into
*> single-operation COMPUTEs on materialized fields - this dialect
*> misevaluates mixed integer/decimal expressions combined in one
*> statement (see the StepR note in main.cob).
01  TilePixelCount              PIC 9(9) VALUE ZERO.
01  EscapedDecimal              PIC 9(9)V9(8) VALUE ZERO.
01  PixelDecimal                PIC 9(9)V9(8) VALUE ZERO.
01  InSetDecimal                PIC 9(9)V9(8) VALUE ZERO.
01  EscapedShare                PIC 9V9(8) VALUE ZERO.
01  InSetShare                  PIC 9V9(8) VALUE ZERO.
01  ToneMean                    PIC 9V9(8) VALUE ZERO.
01  ToneMeanSq                  PIC 9V9(8) VALUE ZERO.
01  ToneSquareOfMean            PIC 9V9(8) VALUE ZERO.
01  ToneVariance                PIC S9V9(8) VALUE ZERO.
01  ToneDeviation               PIC 9V9(8) VALUE ZERO.
01  ScoreWork                   PIC 9(4)V9(8) VALUE ZERO.

*> Child geometry.
01  ParentWidth                 PIC S9(4)V9(16) VALUE ZERO.
01  ParentHeight                PIC S9(4)V9(16) VALUE ZERO.
01  TileWidth                   PIC S9(4)V9(16) VALUE ZERO.
01  TileHeight                  PIC S9(4)V9(16) VALUE ZERO.
01  OffsetWork                  PIC S9(4)V9(16) VALUE ZERO.
01  SizeXMinus1                 PIC 9(5) VALUE ZERO.
01  SizeYMinus1                 PIC 9(5) VALUE ZERO.
01  ChildStepR                  PIC S9(4)V9(16) VALUE ZERO.
01  ChildStepI                  PIC S9(4)V9(16) VALUE ZERO.
01  TilesDecimal                PIC 9(2)V9(9) VALUE ZERO.
01  IterGrowFactor              PIC 9(2)V9(9) VALUE ZERO.
01  ChildMaxIterWork            PIC 9(7) VALUE ZERO.
01  ChildMaxIter                PIC 9(5) VALUE ZERO.
01  MaxIterCeiling              CONSTANT 99999.

*> Below this pixel step the plain V9(16) recurrence quantizes and
*> the image collapses - the same limit ZoomSequence flips on.
01  DeepZoomStepLimit           CONSTANT 0.0000000001.

01  CandidateRank               PIC 9(2) VALUE ZERO.
01  CandidateRankEdited         PIC 9(2) VALUE ZERO.
01  CandidatesWritten           PIC 9(2) VALUE ZERO.
01  CappedCount                 PIC 9(2) VALUE ZERO.
01  DeepZoomCount               PIC 9(2) VALUE ZERO.
01  ChildRegionName             PIC X(20) VALUE SPACES.
01  ChildFileName               PIC X(40) VALUE SPACES.
01  ChildArchiveName            PIC X(40) VALUE SPACES.
01  RankMarks                   PIC X(35)
        VALUE "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".

01  RowsRead                    PIC 9(9) VALUE ZERO.
01  ColumnX                     PIC 9(5) COMP VALUE ZERO.
01  ScoredTiles                 PIC 9(4) VALUE ZERO.

01  ReportWorkLine              PIC X(132) VALUE SPACES.
01  MapLine                     PIC X(60) VALUE SPACES.
01  MapPointer                  PIC 9(3) COMP VALUE 1.
01  MapMark                     PIC X(01) VALUE SPACE.
01  PercentNumerator            PIC 9(5) VALUE ZERO.
01  PercentWork                 PIC 9(3)V9(2) VALUE ZERO.
01  PercentDownEdited           PIC ZZ9.99.
01  PercentAcrossEdited         PIC ZZ9.99.
01  CountEdited                 PIC ZZZ,ZZZ,ZZ9.
01  SmallCountEdited            PIC ZZZ9.
01  SizeXEdited                 PIC ZZZZ9.
01  SizeYEdited                 PIC ZZZZ9.
01  MaxIterEdited               PIC ZZZZ9.
01  ChildMaxIterEdited          PIC ZZZZ9.
01  ScoreEdited                 PIC ZZZ9.99.
01  VariationEdited             PIC ZZZ9.99.
01  MixEdited                   PIC ZZZ9.99.
01  BandNumberEdited            PIC Z9.
01  BandNumber2Edited           PIC Z9.
01  RowFirstEdited              PIC ZZZZ9.
01  RowLastEdited               PIC ZZZZ9.
01  ColFirstEdited              PIC ZZZZ9.
01  ColLastEdited               PIC ZZZZ9.
01  InSetPercentEdited          PIC ZZ9.9.
01  BoundLowEdited              PIC -(4)9.9(16).
01  BoundHighEdited             PIC -(4)9.9(16).

PROCEDURE DIVISION.

Mainline.
    PERFORM ReadControlRecord
    PERFORM ReadParentRow
    PERFORM OpenArchiveAndHeader
    PERFORM PrepareTileGrid
    PERFORM ScanOneArchiveRow UNTIL AtEndOfArchive
    CLOSE IterData
    SET IterDataOpen TO FALSE
    IF RowsRead NOT = ParentSizeX
        DISPLAY "ZOOMTGT-E007 ITERATION ARCHIVE " IterDataFileName
            " HOLDS " RowsRead " ROWS BUT ITS HEADER CLAIMS "
            ParentSizeX " - THE ARCHIVING RENDER DID NOT FINISH"
        PERFORM AbortRun
    END-IF
    PERFORM ScoreOneTile
        VARYING TileIndex FROM 1 BY 1 UNTIL TileIndex > TileCount
    PERFORM RankOneCandidate
        VARYING CandidateRank FROM 1 BY 1
        UNTIL CandidateRank > TopCount
    IF CandidatesWritten = ZERO
        DISPLAY "ZOOMTGT-E009 NO TILE OF " ParentName
            " HOLDS ANY BOUNDARY DETAIL - NOTHING TO PROPOSE"
        PERFORM AbortRun
    END-IF
    PERFORM OpenOutputFiles
    PERFORM PrintReportHeading
    PERFORM PrintTileMap
    PERFORM WriteOneCandidate
        VARYING CandidateRank FROM 1 BY 1
        UNTIL CandidateRank > CandidatesWritten
    PERFORM PrintReportTrailer
    CLOSE CatTransOut
    CLOSE TargetReport
    IF CandidatesWritten < TopCount
        DISPLAY "ZOOMTGT-W001 ONLY " CandidatesWritten " OF "
            TopCount " CANDIDATES ASKED FOR - NO OTHER TILE HOLDS"
            " ANY BOUNDARY DETAIL"
        MOVE 4 TO RETURN-CODE
    END-IF
    IF CappedCount > ZERO
        DISPLAY "ZOOMTGT-W002 " CappedCount " CANDIDATE MAXITER"
            " VALUES HELD AT THE 99999 CEILING"
        MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "ZOOMTGT-I001 " CandidatesWritten " CANDIDATE ROWS FOR "
        ParentName " WRITTEN TO CATTRANS (" DeepZoomCount
        " IN DEEP-ZOOM PRECISION)"
    STOP RUN.

ReadControlRecord.
    OPEN INPUT TargetControl
    IF TargetControlStatus NOT = "00"
        DISPLAY "ZOOMTGT-E001 CANNOT OPEN CONTROL FILE TGTCTL,"
            " STATUS " TargetControlStatus
        PERFORM AbortRun
    END-IF
    READ TargetControl
        AT END
            DISPLAY "ZOOMTGT-E002 CONTROL FILE TGTCTL IS EMPTY"
            CLOSE TargetControl
            PERFORM AbortRun
    END-READ
    CLOSE TargetControl
    IF TgtCtlRegionName = SPACES
        DISPLAY "ZOOMTGT-E002 CONTROL RECORD NAMES NO REGION"
        PERFORM AbortRun
    END-IF
    IF TgtCtlTilesPerSide NOT = SPACES
        IF TgtCtlTilesPerSideN NOT NUMERIC
            DISPLAY "ZOOMTGT-E002 TILES PER SIDE '"
                TgtCtlTilesPerSide "' IS NOT NUMERIC"
            PERFORM AbortRun
        END-IF
        MOVE TgtCtlTilesPerSideN TO TilesPerSide
    END-IF
    IF TilesPerSide < 2 OR TilesPerSide > TilesPerSideLimit
        DISPLAY "ZOOMTGT-E002 TILES PER SIDE MUST BE 02 THROUGH 50"
        PERFORM AbortRun
    END-IF
    IF TgtCtlTopCount NOT = SPACES
        IF TgtCtlTopCountN NOT NUMERIC
            DISPLAY "ZOOMTGT-E002 CANDIDATE COUNT '"
                TgtCtlTopCount "' IS NOT NUMERIC"
            PERFORM AbortRun
        END-IF
        MOVE TgtCtlTopCountN TO TopCount
    END-IF
    IF TopCount < 1 OR TopCount > TopCountLimit
        DISPLAY "ZOOMTGT-E002 CANDIDATE COUNT MUST BE 01 THROUGH 35"
        PERFORM AbortRun
    END-IF
    IF TgtCtlNameStem NOT = SPACES
        MOVE TgtCtlNameStem TO NameStem
    ELSE
        MOVE TgtCtlRegionName(1:12) TO NameStem
    END-IF.

*> ---------------------------------------------------------------
*> The parent comes from the catalog, and its row must name an
*> archive - that archive is the only record of what each pixel did.
*> ---------------------------------------------------------------
ReadParentRow.
    OPEN INPUT RegionCatalog
    IF RegionCatalogStatus NOT = "00"
        DISPLAY "ZOOMTGT-E003 CANNOT OPEN REGIONS CATALOG,"
            " STATUS " RegionCatalogStatus
        PERFORM AbortRun
    END-IF
    MOVE TgtCtlRegionName TO CatalogRecordKey
    READ RegionCatalog
        INVALID KEY
            DISPLAY "ZOOMTGT-E003 REGION " TgtCtlRegionName
                " IS NOT IN THE CATALOG"
            CLOSE RegionCatalog
            PERFORM AbortRun
    END-READ
    MOVE RegionCatalogRecord TO ParentRegionImage
    CLOSE RegionCatalog
    MOVE ParentRegionImage TO TargetWorkRow
    IF RegionIterDataFile = SPACES
        DISPLAY "ZOOMTGT-E004 REGION " RegionName
            " HAS NO ITERATION ARCHIVE - GIVE IT A RegionIterDataFile"
            " WITH CATALOGMAINT AND RENDER IT FIRST"
        PERFORM AbortRun
    END-IF
    MOVE RegionIterDataFile TO IterDataFileName.

*> The archive must have been rendered from the row as it stands :
*> child bounds are carved out of the parent's bounds, so an archive
*> of an older version of the row would put every child in the wrong
*> place.  Render parameters only (bytes 1-253), as FlightPalette
*> and Retention compare - a re-pointed palette changes no pixel.
OpenArchiveAndHeader.
    OPEN INPUT IterData
    IF IterDataStatus NOT = "00"
        DISPLAY "ZOOMTGT-E005 CANNOT OPEN ITERATION ARCHIVE "
            IterDataFileName " STATUS " IterDataStatus
        PERFORM AbortRun
    END-IF
    SET IterDataOpen TO TRUE
    MOVE SPACES TO IterDataRecord
    READ IterData
        AT END
            DISPLAY "ZOOMTGT-E005 ITERATION ARCHIVE " IterDataFileName
                " IS EMPTY"
            PERFORM AbortRun
    END-READ
    MOVE IterDataRecord(1:281) TO IterHeaderView
    IF IterHdrTag NOT = "CBITER"
        DISPLAY "ZOOMTGT-E005 " IterDataFileName
            " IS NOT A COBOLBROT ITERATION ARCHIVE"
        PERFORM AbortRun
    END-IF
    IF IterHdrRegionImage(1:253) NOT = ParentRegionImage(1:253)
        DISPLAY "ZOOMTGT-E006 ITERATION ARCHIVE " IterDataFileName
            " WAS RENDERED FROM A DIFFERENT VERSION OF REGION "
            RegionName " - RE-RENDER IT BEFORE SEARCHING IT"
        PERFORM AbortRun
    END-IF
    IF RegionSizeX NOT NUMERIC OR RegionSizeY NOT NUMERIC
            OR RegionMaxIter NOT NUMERIC
        DISPLAY "ZOOMTGT-E005 ITERATION ARCHIVE " IterDataFileName
            " HAS A TRUNCATED OR CORRUPT HEADER"
        PERFORM AbortRun
    END-IF
    MOVE RegionName TO ParentName
    MOVE RegionSizeX TO ParentSizeX
    MOVE RegionSizeY TO ParentSizeY
    MOVE RegionMaxIter TO ParentMaxIter
    MOVE RegionDeepZoom TO ParentDeepZoom
    MOVE RegionRmin TO ParentRmin
    MOVE RegionRmax TO ParentRmax
    MOVE RegionImin TO ParentImin
    MOVE RegionImax TO ParentImax
    COMPUTE IterRowBytes = ParentSizeY * 5
    IF IterRowBytes > OutputRecordCapacity
        DISPLAY "ZOOMTGT-E005 REGION " RegionName
            " - SIZEY TOO LARGE FOR THE ITERATION ARCHIVE ROW"
        PERFORM AbortRun
    END-IF.

*> ---------------------------------------------------------------
*> Set up the grid : every tile must be at least two pixels each
*> way, and a child must still be a box the catalog can hold.
*> ---------------------------------------------------------------
PrepareTileGrid.
    COMPUTE BandWork = TilesPerSide * 2
    IF ParentSizeX < BandWork OR ParentSizeY < BandWork
        DISPLAY "ZOOMTGT-E008 REGION " ParentName " IS "
            ParentSizeX " X " ParentSizeY " PIXELS - TOO SMALL FOR "
            TilesPerSide " TILES A SIDE"
        PERFORM AbortRun
    END-IF
    COMPUTE TileCount = TilesPerSide * TilesPerSide
    PERFORM VARYING TileIndex FROM 1 BY 1 UNTIL TileIndex > TileCount
        INITIALIZE TileEntry(TileIndex)
    END-PERFORM

    COMPUTE SizeXMinus1 = ParentSizeX - 1
    COMPUTE SizeYMinus1 = ParentSizeY - 1
    COMPUTE ParentWidth = ParentRmax - ParentRmin
    COMPUTE ParentHeight = ParentImax - ParentImin
    COMPUTE TileWidth = ParentWidth / TilesPerSide
    COMPUTE TileHeight = ParentHeight / TilesPerSide
    COMPUTE ChildStepR = TileWidth / SizeXMinus1
    COMPUTE ChildStepI = TileHeight / SizeYMinus1
    IF ChildStepR = ZERO OR ChildStepI = ZERO
        DISPLAY "ZOOMTGT-E008 REGION " ParentName " IS ALREADY TOO"
            " DEEP - A CHILD'S PIXEL STEP WOULD BE BELOW WHAT A"
            " CATALOG ROW CAN HOLD"
        PERFORM AbortRun
    END-IF

*> Column bands : screenY pixel c-1 sits at fraction (c-1)/(SizeY-1)
*> of the imaginary span, and lands in band floor(fraction * N).
    PERFORM VARYING BandIndex FROM 1 BY 1
            UNTIL BandIndex > TilesPerSide
        MOVE 99999 TO BandRowFirst(BandIndex) BandColFirst(BandIndex)
        MOVE ZERO TO BandRowLast(BandIndex) BandColLast(BandIndex)
    END-PERFORM
    PERFORM VARYING ColumnX FROM 1 BY 1 UNTIL ColumnX > ParentSizeY
        COMPUTE PixelOffset = ColumnX - 1
        COMPUTE BandWork = PixelOffset * TilesPerSide
        DIVIDE BandWork BY SizeYMinus1 GIVING BandWork
        IF BandWork >= TilesPerSide
            COMPUTE BandWork = TilesPerSide - 1
        END-IF
        MOVE BandWork TO ColumnBand(ColumnX)
        COMPUTE BandIndex = BandWork + 1
        IF ColumnX < BandColFirst(BandIndex)
            MOVE ColumnX TO BandColFirst(BandIndex)
        END-IF
        MOVE ColumnX TO BandColLast(BandIndex)
    END-PERFORM

*> Log tone per escape count, as main.cob's AppendPixelToLine
*> computes it before the 0-255 scaling.
    MOVE ParentMaxIter TO IterPlus1
    ADD 1 TO IterPlus1
    COMPUTE LogMaxIterPlus1 = FUNCTION LOG(IterPlus1)
    PERFORM VARYING ToneIndex FROM 1 BY 1
            UNTIL ToneIndex > ParentMaxIter
        MOVE ToneIndex TO IterPlus1
        COMPUTE LogIterWork = FUNCTION LOG(IterPlus1)
        COMPUTE ToneValue(ToneIndex) = LogIterWork / LogMaxIterPlus1
    END-PERFORM

*> Raw colour ('6') is still a pixmap, so it takes the .ppm stem
*> too; raw grey ('5') files the same .pgm way as the text greys.
    IF RegionColorMode = "C" OR RegionColorMode = "S"
            OR RegionColorMode = "6"
        MOVE "ppm" TO ChildFileExt
    ELSE
        MOVE "pgm" TO ChildFileExt
    END-IF.

*> ---------------------------------------------------------------
*> One archive row in : find its row band, then add every cell into
*> its tile.  A cell at or over MaxIter is an in-set pixel.
*> ---------------------------------------------------------------
ScanOneArchiveRow.
    MOVE SPACES TO IterDataRecord
    READ IterData
        AT END
            SET AtEndOfArchive TO TRUE
            EXIT PARAGRAPH
    END-READ
    ADD 1 TO RowsRead
    IF RowsRead > ParentSizeX
        DISPLAY "ZOOMTGT-E007 ITERATION ARCHIVE " IterDataFileName
            " HOLDS MORE ROWS THAN ITS HEADER CLAIMS"
        PERFORM AbortRun
    END-IF
    MOVE IterDataRecord(1:IterRowBytes) TO IterRowBuffer
    COMPUTE PixelOffset = RowsRead - 1
    COMPUTE BandWork = PixelOffset * TilesPerSide
    DIVIDE BandWork BY SizeXMinus1 GIVING BandWork
    IF BandWork >= TilesPerSide
        COMPUTE BandWork = TilesPerSide - 1
    END-IF
    MOVE BandWork TO CurrentRowBand
    COMPUTE BandIndex = CurrentRowBand + 1
    IF RowsRead < BandRowFirst(BandIndex)
        MOVE RowsRead TO BandRowFirst(BandIndex)
    END-IF
    MOVE RowsRead TO BandRowLast(BandIndex)
    PERFORM VARYING ColumnX FROM 1 BY 1 UNTIL ColumnX > ParentSizeY
        IF IterCellIn(ColumnX) NOT NUMERIC
            DISPLAY "ZOOMTGT-E007 ITERATION ARCHIVE "
                IterDataFileName " ROW " RowsRead
                " IS TRUNCATED OR CORRUPT"
            PERFORM AbortRun
        END-IF
        COMPUTE TileIndex = CurrentRowBand * TilesPerSide
        ADD ColumnBand(ColumnX) TO TileIndex
        ADD 1 TO TileIndex
        IF IterCellIn(ColumnX) >= ParentMaxIter
            ADD 1 TO TileInSetCount(TileIndex)
        ELSE
            ADD 1 TO TileEscapedCount(TileIndex)
            IF IterCellIn(ColumnX) > ZERO
                ADD ToneValue(IterCellIn(ColumnX))
                    TO TileToneSum(TileIndex)
                COMPUTE ScoreWork = ToneValue(IterCellIn(ColumnX))
                    * ToneValue(IterCellIn(ColumnX))
                ADD ScoreWork TO TileToneSumSq(TileIndex)
            END-IF
        END-IF
    END-PERFORM.

*> ---------------------------------------------------------------
*> VARIATION = 2000 x tone deviation x escaped share, MIX = 4000 x
*> in-set share x escaped share - each half tops out at 1000.
*> ---------------------------------------------------------------
ScoreOneTile.
    COMPUTE TilePixelCount = TileInSetCount(TileIndex)
        + TileEscapedCount(TileIndex)
    IF TilePixelCount = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE TilePixelCount TO PixelDecimal
    MOVE TileEscapedCount(TileIndex) TO EscapedDecimal
    MOVE TileInSetCount(TileIndex) TO InSetDecimal
    COMPUTE EscapedShare = EscapedDecimal / PixelDecimal
    COMPUTE InSetShare = InSetDecimal / PixelDecimal

    MOVE ZERO TO ToneDeviation
    IF TileEscapedCount(TileIndex) > 1
        COMPUTE ToneMean = TileToneSum(TileIndex) / EscapedDecimal
        COMPUTE ToneMeanSq = TileToneSumSq(TileIndex) / EscapedDecimal
        COMPUTE ToneSquareOfMean = ToneMean * ToneMean
        COMPUTE ToneVariance = ToneMeanSq - ToneSquareOfMean
        IF ToneVariance > ZERO
            COMPUTE ToneDeviation = FUNCTION SQRT(ToneVariance)
        END-IF
    END-IF
    COMPUTE ScoreWork = ToneDeviation * EscapedShare
    COMPUTE TileVariationScore(TileIndex) ROUNDED = ScoreWork * 2000
    COMPUTE ScoreWork = InSetShare * EscapedShare
    COMPUTE TileMixScore(TileIndex) ROUNDED = ScoreWork * 4000
    COMPUTE TileScore(TileIndex) = TileVariationScore(TileIndex)
        + TileMixScore(TileIndex)
    IF TileScore(TileIndex) > ZERO
        ADD 1 TO ScoredTiles
    END-IF.

*> Selection of the next-best unranked tile.  A tile with no detail
*> at all is never proposed; ties go to the first tile in grid order.
RankOneCandidate.
    MOVE ZERO TO BestTileIndex BestTileScore
    PERFORM VARYING TileIndex FROM 1 BY 1 UNTIL TileIndex > TileCount
        IF TileRank(TileIndex) = ZERO
                AND TileScore(TileIndex) > BestTileScore
            MOVE TileIndex TO BestTileIndex
            MOVE TileScore(TileIndex) TO BestTileScore
        END-IF
    END-PERFORM
    IF BestTileIndex = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE CandidateRank TO TileRank(BestTileIndex)
    ADD 1 TO CandidatesWritten.

OpenOutputFiles.
    OPEN OUTPUT CatTransOut
    IF CatTransOutStatus NOT = "00"
        DISPLAY "ZOOMTGT-E010 CANNOT OPEN CATTRANS FOR OUTPUT,"
            " STATUS " CatTransOutStatus
        PERFORM AbortRun
    END-IF
    SET CatTransOutOpen TO TRUE
    OPEN OUTPUT TargetReport
    IF TargetReportStatus NOT = "00"
        DISPLAY "ZOOMTGT-E011 CANNOT OPEN REPORT FILE TGTRPT,"
            " STATUS " TargetReportStatus
        PERFORM AbortRun
    END-IF
    SET TargetReportOpen TO TRUE.

*> ---------------------------------------------------------------
*> Report writing.
*> ---------------------------------------------------------------
PrintReportHeading.
    MOVE "ZOOMTARGET - BOUNDARY-DETAIL ZOOM CANDIDATES"
        TO TargetReportLine
    PERFORM WriteReportLine
    MOVE SPACES TO TargetReportLine
    PERFORM WriteReportLine
    MOVE ParentSizeX TO SizeXEdited
    MOVE ParentSizeY TO SizeYEdited
    MOVE ParentMaxIter TO MaxIterEdited
    MOVE SPACES TO ReportWorkLine
    STRING "PARENT REGION " DELIMITED BY SIZE
           ParentName       DELIMITED BY SIZE
           " ARCHIVE "      DELIMITED BY SIZE
           IterDataFileName DELIMITED BY SPACE
           "  "             DELIMITED BY SIZE
           SizeXEdited      DELIMITED BY SIZE
           " X"             DELIMITED BY SIZE
           SizeYEdited      DELIMITED BY SIZE
           " PIXELS  MAXITER" DELIMITED BY SIZE
           MaxIterEdited    DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    MOVE ParentRmin TO BoundLowEdited
    MOVE ParentRmax TO BoundHighEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  REAL " DELIMITED BY SIZE
           BoundLowEdited  DELIMITED BY SIZE
           " TO "          DELIMITED BY SIZE
           BoundHighEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    MOVE ParentImin TO BoundLowEdited
    MOVE ParentImax TO BoundHighEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  IMAG " DELIMITED BY SIZE
           BoundLowEdited  DELIMITED BY SIZE
           " TO "          DELIMITED BY SIZE
           BoundHighEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    MOVE TilesPerSide TO BandNumberEdited
    MOVE TileCount TO SmallCountEdited
    MOVE ScoredTiles TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "GRID " DELIMITED BY SIZE
           BandNumberEdited DELIMITED BY SIZE
           " X "            DELIMITED BY SIZE
           BandNumberEdited DELIMITED BY SIZE
           " TILES ("       DELIMITED BY SIZE
           SmallCountEdited DELIMITED BY SIZE
           "), EACH AN "    DELIMITED BY SIZE
           BandNumberEdited DELIMITED BY SIZE
           "X ZOOM OF THE PARENT;" DELIMITED BY SIZE
           CountEdited      DELIMITED BY SIZE
           " TILES HOLD BOUNDARY DETAIL" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    MOVE SPACES TO TargetReportLine
    PERFORM WriteReportLine.

*> One character per tile : the candidate's rank mark, otherwise a
*> shade for the tile's score (blank none, '.' under 500, ':' under
*> 1000, '+' 1000 and over).  Laid out the way the image lies.
PrintTileMap.
    MOVE "TILE MAP - DOWN = REAL AXIS (RMIN AT TOP), ACROSS ="
        & " IMAGINARY AXIS (IMIN AT LEFT), AS THE IMAGE LIES"
        TO TargetReportLine
    PERFORM WriteReportLine
    MOVE "  1-9 A-Z = CANDIDATE RANK   + SCORE 1000 UP   : 500-999"
        & "   . UNDER 500   BLANK = NO DETAIL" TO TargetReportLine
    PERFORM WriteReportLine
    MOVE SPACES TO MapLine
    MOVE ALL "-" TO MapLine(1:TilesPerSide)
    MOVE SPACES TO ReportWorkLine
    STRING "     +" DELIMITED BY SIZE
           MapLine(1:TilesPerSide) DELIMITED BY SIZE
           "+"      DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    PERFORM PrintOneMapRow
        VARYING TileRowIndex FROM 0 BY 1
        UNTIL TileRowIndex >= TilesPerSide
    MOVE ALL "-" TO MapLine(1:TilesPerSide)
    MOVE SPACES TO ReportWorkLine
    STRING "     +" DELIMITED BY SIZE
           MapLine(1:TilesPerSide) DELIMITED BY SIZE
           "+"      DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    MOVE SPACES TO TargetReportLine
    PERFORM WriteReportLine.

PrintOneMapRow.
    MOVE SPACES TO MapLine
    PERFORM VARYING TileColIndex FROM 0 BY 1
            UNTIL TileColIndex >= TilesPerSide
        COMPUTE TileIndex = TileRowIndex * TilesPerSide
        ADD TileColIndex TO TileIndex
        ADD 1 TO TileIndex
        EVALUATE TRUE
            WHEN TileRank(TileIndex) > ZERO
                MOVE RankMarks(TileRank(TileIndex):1) TO MapMark
            WHEN TileScore(TileIndex) >= 1000
                MOVE "+" TO MapMark
            WHEN TileScore(TileIndex) >= 500
                MOVE ":" TO MapMark
            WHEN TileScore(TileIndex) > ZERO
                MOVE "." TO MapMark
            WHEN OTHER
                MOVE SPACE TO MapMark
        END-EVALUATE
        MOVE MapMark TO MapLine(TileColIndex + 1:1)
    END-PERFORM
    COMPUTE BandIndex = TileRowIndex + 1
    MOVE BandIndex TO BandNumberEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  "    DELIMITED BY SIZE
           BandNumberEdited DELIMITED BY SIZE
           " |"    DELIMITED BY SIZE
           MapLine(1:TilesPerSide) DELIMITED BY SIZE
           "|"     DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine.

*> ---------------------------------------------------------------
*> Build the child row for one ranked tile from the parent row,
*> write its ADD transaction and its report block.
*> ---------------------------------------------------------------
WriteOneCandidate.
    PERFORM VARYING TileIndex FROM 1 BY 1
            UNTIL TileRank(TileIndex) = CandidateRank
        CONTINUE
    END-PERFORM
    COMPUTE BandWork = TileIndex - 1
    DIVIDE BandWork BY TilesPerSide
        GIVING TileRowIndex REMAINDER TileColIndex

    MOVE ParentRegionImage TO TargetWorkRow

*> Bounds : an exact 1/N slice of each axis.  The last slice takes
*> the parent's own edge so rounding never leaves a sliver.
    COMPUTE OffsetWork = TileWidth * TileRowIndex
    MOVE ParentRmin TO RegionRmin
    ADD OffsetWork TO RegionRmin
    IF TileRowIndex = TilesPerSide - 1
        MOVE ParentRmax TO RegionRmax
    ELSE
        MOVE RegionRmin TO RegionRmax
        ADD TileWidth TO RegionRmax
    END-IF
    COMPUTE OffsetWork = TileHeight * TileColIndex
    MOVE ParentImin TO RegionImin
    ADD OffsetWork TO RegionImin
    IF TileColIndex = TilesPerSide - 1
        MOVE ParentImax TO RegionImax
    ELSE
        MOVE RegionImin TO RegionImax
        ADD TileHeight TO RegionImax
    END-IF

*> MaxIter grows by (1 + log10 N) per N-times zoom.
    MOVE TilesPerSide TO TilesDecimal
    COMPUTE IterGrowFactor = FUNCTION LOG10(TilesDecimal)
    ADD 1 TO IterGrowFactor
    COMPUTE ChildMaxIterWork ROUNDED = ParentMaxIter * IterGrowFactor
    IF ChildMaxIterWork > MaxIterCeiling
        MOVE MaxIterCeiling TO ChildMaxIterWork
        ADD 1 TO CappedCount
    END-IF
    MOVE ChildMaxIterWork TO ChildMaxIter
    MOVE ChildMaxIter TO RegionMaxIter

    IF ChildStepR < DeepZoomStepLimit OR ParentDeepZoom = "Y"
        MOVE "Y" TO RegionDeepZoom
        ADD 1 TO DeepZoomCount
    ELSE
        MOVE "N" TO RegionDeepZoom
    END-IF

    MOVE CandidateRank TO CandidateRankEdited
    MOVE SPACES TO ChildRegionName
    STRING NameStem DELIMITED BY SPACE
           CandidateRankEdited DELIMITED BY SIZE
        INTO ChildRegionName
    MOVE ChildRegionName TO RegionName
    MOVE SPACES TO ChildFileName
    STRING NameStem DELIMITED BY SPACE
           CandidateRankEdited DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           ChildFileExt DELIMITED BY SIZE
        INTO ChildFileName
    MOVE ChildFileName TO RegionOutputFile
    MOVE SPACES TO ChildArchiveName
    STRING NameStem DELIMITED BY SPACE
           CandidateRankEdited DELIMITED BY SIZE
           ".itd" DELIMITED BY SIZE
        INTO ChildArchiveName
    MOVE ChildArchiveName TO RegionIterDataFile

    MOVE "ADD" TO CatTransOutAction
    MOVE TargetWorkRow TO CatTransOutImage
    WRITE CatTransOutRecord
    IF CatTransOutStatus NOT = "00"
        DISPLAY "ZOOMTGT-E010 WRITE FAILED ON CATTRANS, STATUS "
            CatTransOutStatus
        PERFORM AbortRun
    END-IF
    PERFORM PrintCandidateBlock.

PrintCandidateBlock.
    MOVE TileScore(TileIndex) TO ScoreEdited
    MOVE TileVariationScore(TileIndex) TO VariationEdited
    MOVE TileMixScore(TileIndex) TO MixEdited
    MOVE SPACES TO ReportWorkLine
    STRING "RANK " DELIMITED BY SIZE
           RankMarks(CandidateRank:1) DELIMITED BY SIZE
           "  "    DELIMITED BY SIZE
           ChildRegionName DELIMITED BY SIZE
           " SCORE " DELIMITED BY SIZE
           ScoreEdited DELIMITED BY SIZE
           " (VARIATION" DELIMITED BY SIZE
           VariationEdited DELIMITED BY SIZE
           " MIX" DELIMITED BY SIZE
           MixEdited DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine

*> Where it sits : tile, pixel ranges, and its centre as a share of
*> the way down and across the parent image.
    COMPUTE BandIndex = TileRowIndex + 1
    MOVE BandIndex TO BandNumberEdited
    MOVE BandRowFirst(BandIndex) TO RowFirstEdited
    MOVE BandRowLast(BandIndex) TO RowLastEdited
    COMPUTE PercentNumerator = TileRowIndex * 2
    ADD 1 TO PercentNumerator
    COMPUTE PercentNumerator = PercentNumerator * 50
    MOVE PercentNumerator TO PercentWork
    COMPUTE PercentWork = PercentWork / TilesPerSide
    MOVE PercentWork TO PercentDownEdited
    COMPUTE BandIndex = TileColIndex + 1
    MOVE BandIndex TO BandNumber2Edited
    MOVE BandColFirst(BandIndex) TO ColFirstEdited
    MOVE BandColLast(BandIndex) TO ColLastEdited
    COMPUTE PercentNumerator = TileColIndex * 2
    ADD 1 TO PercentNumerator
    COMPUTE PercentNumerator = PercentNumerator * 50
    MOVE PercentNumerator TO PercentWork
    COMPUTE PercentWork = PercentWork / TilesPerSide
    MOVE PercentWork TO PercentAcrossEdited
    MOVE SPACES TO ReportWorkLine
    STRING "   TILE ROW" DELIMITED BY SIZE
           BandNumberEdited DELIMITED BY SIZE
           " COL"  DELIMITED BY SIZE
           BandNumber2Edited DELIMITED BY SIZE
           "  PIXEL ROWS" DELIMITED BY SIZE
           RowFirstEdited DELIMITED BY SIZE
           " -"    DELIMITED BY SIZE
           RowLastEdited DELIMITED BY SIZE
           "  COLUMNS" DELIMITED BY SIZE
           ColFirstEdited DELIMITED BY SIZE
           " -"    DELIMITED BY SIZE
           ColLastEdited DELIMITED BY SIZE
           "  CENTRE " DELIMITED BY SIZE
           PercentDownEdited DELIMITED BY SIZE
           "% DOWN," DELIMITED BY SIZE
           PercentAcrossEdited DELIMITED BY SIZE
           "% ACROSS" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine

    COMPUTE TilePixelCount = TileInSetCount(TileIndex)
        + TileEscapedCount(TileIndex)
    MOVE TilePixelCount TO PixelDecimal
    MOVE TileInSetCount(TileIndex) TO InSetDecimal
    COMPUTE PercentWork = InSetDecimal / PixelDecimal
    COMPUTE PercentWork = PercentWork * 100
    MOVE PercentWork TO InSetPercentEdited
    MOVE TilePixelCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "   " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
           " PIXELS, " DELIMITED BY SIZE
           InSetPercentEdited DELIMITED BY SIZE
           "% IN-SET" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine

    MOVE RegionRmin TO BoundLowEdited
    MOVE RegionRmax TO BoundHighEdited
    MOVE SPACES TO ReportWorkLine
    STRING "   CHILD REAL " DELIMITED BY SIZE
           BoundLowEdited  DELIMITED BY SIZE
           " TO "          DELIMITED BY SIZE
           BoundHighEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    MOVE RegionImin TO BoundLowEdited
    MOVE RegionImax TO BoundHighEdited
    MOVE SPACES TO ReportWorkLine
    STRING "   CHILD IMAG " DELIMITED BY SIZE
           BoundLowEdited  DELIMITED BY SIZE
           " TO "          DELIMITED BY SIZE
           BoundHighEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    MOVE ChildMaxIter TO ChildMaxIterEdited
    MOVE SPACES TO ReportWorkLine
    STRING "   MAXITER" DELIMITED BY SIZE
           ChildMaxIterEdited DELIMITED BY SIZE
           "  DEEPZOOM " DELIMITED BY SIZE
           RegionDeepZoom DELIMITED BY SIZE
           "  IMAGE " DELIMITED BY SIZE
           ChildFileName DELIMITED BY SPACE
           "  ARCHIVE " DELIMITED BY SIZE
           ChildArchiveName DELIMITED BY SPACE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    MOVE SPACES TO TargetReportLine
    PERFORM WriteReportLine.

PrintReportTrailer.
    MOVE CandidatesWritten TO SmallCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING SmallCountEdited DELIMITED BY SIZE
           " ADD TRANSACTIONS WRITTEN TO CATTRANS - APPLY WITH"
           DELIMITED BY SIZE
           " CATALOGMAINT." DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    MOVE SPACES TO ReportWorkLine
    STRING "ONCE APPLIED, ANY CANDIDATE CAN BE A ZOOMCTL END REGION"
           DELIMITED BY SIZE
           " WITH " DELIMITED BY SIZE
           ParentName DELIMITED BY SPACE
           " AS THE START REGION." DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO TargetReportLine
    PERFORM WriteReportLine
    IF CandidatesWritten < TopCount
        MOVE TopCount TO BandNumberEdited
        MOVE SPACES TO ReportWorkLine
        STRING "ZOOMTGT-W001 " DELIMITED BY SIZE
               BandNumberEdited DELIMITED BY SIZE
               " CANDIDATES WERE ASKED FOR - NO OTHER TILE HOLDS"
               DELIMITED BY SIZE
               " ANY BOUNDARY DETAIL" DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO TargetReportLine
        PERFORM WriteReportLine
    END-IF
    IF CappedCount > ZERO
        MOVE "ZOOMTGT-W002 ONE OR MORE MAXITER VALUES WERE HELD AT"
            & " THE 99999 CEILING" TO TargetReportLine
        PERFORM WriteReportLine
    END-IF.

WriteReportLine.
    WRITE TargetReportLine
    IF TargetReportStatus NOT = "00"
        DISPLAY "ZOOMTGT-E011 WRITE FAILED ON TGTRPT, STATUS "
            TargetReportStatus
        PERFORM AbortRun
    END-IF.

*> Abort the search : close whatever is open and get out with a
*> non-zero return code.
AbortRun.
    MOVE 16 TO RETURN-CODE
    IF IterDataOpen
        CLOSE IterData
        SET IterDataOpen TO FALSE
    END-IF
    IF CatTransOutOpen
        CLOSE CatTransOut
        SET CatTransOutOpen TO FALSE
    END-IF
    IF TargetReportOpen
        CLOSE TargetReport
        SET TargetReportOpen TO FALSE
    END-IF
    STOP RUN.

END PROGRAM ZoomTarget.
