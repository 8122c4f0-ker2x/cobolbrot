*> with its initiator number, which is unique among jobs that can
*> run at the same time, and ProgressBoard's CHECKPT01..16 sweep
*> reads the same names either way.
*>
*> The banded colours were hard-wired - an EVALUATE here, a value
*> table for smooth mode, and a copy of the same EVALUATE in
*> RePalette - so every client colour scheme was a code change in
*> several programs.  Palettes now live in an indexed PALETTES
*> library keyed by name (palrec.cpy, maintained by PaletteMaint,
*> palette_maint.cob) holding 2 to 16 colour stops, and the catalog
*> row names the one a region colours through (RegionPaletteName).
*> A blank name is the house 8-band palette, built in as before, so
*> existing regions render byte for byte as they always have.  The
*> palette name rides the checkpoint (a resume may not change it)
*> and the audit row, so a deliverable traces back to the palette
*> that produced it.  The catalog row grew to 273 bytes to carry
*> the name, so the CBITER header carries it too, and the strip
*> header becomes CBSTRIP2 (295 bytes) - ImageMerge refuses to
*> splice strips whose palettes differ.
*>
*> A washed-out boundary used to mean a full re-render at a higher
*> RegionMaxIter, although every pixel that escaped under the old
*> cap escapes at exactly the same count under the new one - only
*> the pixels the archive holds AT the old cap need more work.  An
*> optional RAISECTL file now names regions to raise incrementally,
*> each with the CBITER archive of its last render (renamed aside,
*> since the render writes the row's own archive afresh) : the
*> escaped counts are copied straight across and only the capped
*> pixels go back through ComputeEscapeIterations, then the image,
*> the new archive, checkpoint, audit row and RUNSTATS row come out
*> exactly as a full render's would.  The archive's catalog row must
*> match the current row in everything but MaxIter, and MaxIter must
*> have gone up.  Supersampled regions are refused (an averaged
*> pixel below the cap can still hide capped sub-samples), as are
*> smooth-colour regions (their escaped pixels need the escape
*> magnitude, which the archive does not keep) and strip renders
*> (a strip writes no archive to raise from next time).
*>
*> AuditReport proves the images still match their audit rows, but
*> nothing proved the rows themselves had not been edited or taken
*> out.  Every audit row now carries a chain seal (auditrec.cpy
*> bytes 281-298) : a hash of the row seeded with the seal of the
*> row before it, so changing or removing any row breaks the chain
*> from that row on, and AuditReport walks it.  Concurrent jobs all
*> append to AUDITLOG, so the seal of the current last row is read
*> afresh right before each append rather than once per run - the
*> log is closed, read to its end, and reopened for EXTEND.
*>
*> A raised region's RUNSTATS row counts every pixel of the image
*> but times only the capped pixels that went back through the
*> loop, so planners and trend reports read it as an impossibly
*> fast full render.  The row is now flagged 'R' in StatPartialFlag
*> (see runstats.cpy) so timing readers can pass it over; a raise
*> stopped at the deadline is still flagged 'Y'.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS IterDataStatus.

    *> Optional incremental-raise list : one region name per record
    *> with the archive of its previous render.  Absent (status 35)
    *> means every region renders in full, as always.
    SELECT RaiseControl ASSIGN TO "RAISECTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RaiseControlStatus.

    *> The previous render's archive for a region being raised.
    SELECT PrevIterData ASSIGN TO DYNAMIC PrevIterDataFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS PrevIterDataStatus.

    *> Checkpoint names are dynamic because a strip job gets its own
    *> per-strip checkpoint (CHECKPT01...) - the whole point of strip
    *> mode is several initiators in one working directory, and a
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CheckpointScratchStatus.

    *> Named palette library, read by key only when a region names
    *> a palette - a catalog of nothing but house-palette regions
    *> never needs the file to exist.
    SELECT PaletteLibrary ASSIGN TO "PALETTES"
        ORGANIZATION INDEXED
        ACCESS RANDOM
        RECORD KEY IS PalLibKey
        FILE STATUS IS PaletteLibraryStatus.

DATA DIVISION.
FILE SECTION.

    RECORD CONTAINS 1 TO 32000 CHARACTERS.
01  IterDataRecord              PIC X(32000).

*> Regions to raise incrementally.
*> Columns (1-based byte offsets):
*>   1-20   RaiseCtlRegionName   must match a RegionName in REGIONS
*>   21-60  RaiseCtlSourceFile   CBITER archive of the region's last
*>                               render, under any name but the
*>                               row's own RegionIterDataFile
FD  RaiseControl.
01  RaiseControlRecord.
    05  RaiseCtlRegionName      PIC X(20).
    05  RaiseCtlSourceFile      PIC X(40).

*> Same layout as IterData : the CBITER header, then one record of
*> sizeY 5-digit counts per screenX row.
FD  PrevIterData
    RECORD CONTAINS 1 TO 32000 CHARACTERS.
01  PrevIterDataRecord          PIC X(32000).

*> Scratch copy of OutputImage's already-confirmed rows, used only to
*> repair a restarted region's output file (see
*> TruncateOutputToCheckpoint) - same shape as OutputImage.  On a
*> leaves CHECKPOINT holding a torn, partially-written record - the
*> file on disk named CHECKPOINT is always either the previous
*> complete checkpoint or the new complete one, never something in
*> between.  Same byte length as CheckpointRecord (394 bytes).
FD  CheckpointScratch.
01  CheckpointScratchRecord     PIC X(394).

*> One row appended per region rendered, so an archived image can be
*> traced back to exactly the parameters that produced it.
01  RunStatsRecord.
    COPY "runstats.cpy".

*> The palette row layout lives in palrec.cpy (with its column map);
*> rows are read INTO PaletteRow below, which is also where the
*> built-in house palette is loaded when a region names none.
FD  PaletteLibrary.
01  PaletteLibraryRecord.
    05  PalLibKey               PIC X(20).
    05  FILLER                  PIC X(176).

WORKING-STORAGE SECTION.

01  RegionCatalogStatus         PIC XX VALUE "00".
01  DeadlineFileStatus          PIC XX VALUE "00".
01  SelectFileStatus            PIC XX VALUE "00".
01  RunStatsStatus              PIC XX VALUE "00".
01  PaletteLibraryStatus        PIC XX VALUE "00".
01  RaiseControlStatus          PIC XX VALUE "00".
01  PrevIterDataStatus          PIC XX VALUE "00".

01  OutputFileName              PIC X(40) VALUE SPACES.
01  IterDataFileName            PIC X(40) VALUE SPACES.
01  PrevIterDataFileName        PIC X(40) VALUE SPACES.
01  RepairFileName              PIC X(40) VALUE "CKPTTMP".
01  CheckpointFileName          PIC X(40) VALUE "CHECKPOINT".
01  CheckpointScratchName       PIC X(40) VALUE "CKPTNEW".
01  RestartSelectiveRun         PIC X(01) VALUE SPACE.
01  RestartSelectCount          PIC 9(3) VALUE ZERO.
01  RestartSelectDigest         PIC 9(15) VALUE ZERO.
01  RestartPaletteName          PIC X(20) VALUE SPACES.

*> Whether OutputImage/RepairFile are currently open, so CloseFiles
*> can clean up after an abort without trying to close a file that
    88  IterDataOpen                    VALUE "Y" FALSE "N".
01  CheckpointScratchOpenSwitch PIC X VALUE "N".
    88  CheckpointScratchOpen           VALUE "Y" FALSE "N".
01  PaletteLibraryOpenSwitch    PIC X VALUE "N".
    88  PaletteLibraryOpen              VALUE "Y" FALSE "N".
01  PrevIterDataOpenSwitch      PIC X VALUE "N".
    88  PrevIterDataOpen                VALUE "Y" FALSE "N".

*> Audit chain seal work area.  The seal is two 9-digit polynomial
*> hashes of audit row bytes 1-280 under different multipliers and
*> prime moduli, each seeded with its half of the previous row's
*> seal.  Must match ImageMerge's ComputeAuditSeal and AuditReport's
*> chain walk.
01  AuditChainSeal              PIC X(18) VALUE ZEROS.
01  AuditChainSealHalves REDEFINES AuditChainSeal.
    05  AuditChainSealHigh      PIC 9(9).
    05  AuditChainSealLow       PIC 9(9).
01  EndOfAuditTailSwitch        PIC X VALUE "N".
    88  AtEndOfAuditTail                VALUE "Y" FALSE "N".
01  SealAccumHigh               PIC 9(12) VALUE ZERO.
01  SealAccumLow                PIC 9(12) VALUE ZERO.
01  SealQuotient                PIC 9(12) VALUE ZERO.
01  SealByteValue               PIC 9(3) VALUE ZERO.
01  SealByteIndex               PIC 9(3) COMP VALUE ZERO.
01  SealedRowLength             CONSTANT 280.
01  SealModulusHigh             CONSTANT 999999937.
01  SealModulusLow              CONSTANT 999999929.

*> Lines already confirmed safe on disk when repairing a restarted
*> region's output file (3 header lines + the confirmed data rows).
01  JuliaCI                     PIC S9(4)V9(16).
01  OrbitEscape                 CONSTANT 16.0.
01  CheckpointEvery             PIC 9(5) VALUE 50.
01  PaletteName                 PIC X(20) VALUE SPACES.

*> Anti-aliasing : when the catalog asks for a factor N above 1,
*> every output pixel is the rounded average of an NxN grid of
*> strip render, so ImageMerge can prove a set of strips belongs
*> together before splicing them.  Layout must match image_merge.cob.
01  StripHeaderRecord.
    05  StripHdrTag             PIC X(08) VALUE "CBSTRIP2".
    05  StripHdrRegionImage     PIC X(273).
    05  StripHdrNumber          PIC 9(2).
    05  StripHdrCount           PIC 9(2).
    05  StripHdrStartRow        PIC 9(5).
*> Layout must match repalette.cob.
01  IterHeaderRecord.
    05  IterHdrTag              PIC X(08) VALUE "CBITER".
    05  IterHdrRegionImage      PIC X(273).

*> Incremental MaxIter raise, read off RAISECTL at startup.  The
*> previous archive's header row is checked against the current
*> catalog row everywhere but the MaxIter columns (160-164), and
*> each of its rows is read into PrevIterRow alongside the render :
*> a cell below PrevMaxIter escaped for good and is copied, a cell
*> at it is recomputed under the new cap.
01  RaiseSwitch                 PIC X VALUE "N".
    88  RaiseListLoaded                 VALUE "Y".
01  RaiseActiveSwitch           PIC X VALUE "N".
    88  RaiseActive                     VALUE "Y" FALSE "N".
01  RaiseNameCount              PIC 9(3) VALUE ZERO.
01  RaiseNameLimit              CONSTANT 200.
01  RaiseNameTable.
    05  RaiseNameEntry OCCURS 200.
        10  RaiseName           PIC X(20).
        10  RaiseSourceFile     PIC X(40).
        10  RaiseNameMatched    PIC X(01).
01  RaiseIndex                  PIC 9(3) COMP VALUE ZERO.
01  EndOfRaiseSwitch            PIC X VALUE "N".
    88  AtEndOfRaise                    VALUE "Y".
01  RaiseErrorSwitch            PIC X VALUE "N".
    88  RaiseErrorFound                 VALUE "Y".
01  PrevHeaderRecord.
    05  PrevHdrTag              PIC X(08).
    05  PrevHdrRegionImage      PIC X(273).
01  PrevMaxIter                 PIC 9(5) VALUE ZERO.
01  PrevIterRow.
    05  PrevIterCell            OCCURS 6400 PIC 9(5).
01  PrevRowsSkipped             PIC 9(5) VALUE ZERO.
01  RecomputedCount             PIC 9(9) VALUE ZERO.

01  DeepZoomSwitch              PIC X VALUE "N".
    88  DeepZoomOn                      VALUE "Y".
01  DzCReal                     PIC S9(4)V9(30) VALUE ZERO.
01  DzCImag                     PIC S9(4)V9(30) VALUE ZERO.

*> The palette the current region colours through.  PaletteRow is
*> loaded from the PALETTES library when the catalog row names a
*> palette, and from the house values below when it does not - the
*> same eight colours, in the same order, that the banded and
*> smooth modes always stepped through, laid out as a palrec.cpy
*> row so both sources fill the one table.  LoadedPaletteName
*> saves a re-read when consecutive regions share a palette.
01  HousePaletteValues.
    05  FILLER                  PIC X(20) VALUE SPACES.
    05  FILLER                  PIC X(30)
                                 VALUE "HOUSE 8-BAND PALETTE".
    05  FILLER                  PIC X(2) VALUE "08".
    05  FILLER                  PIC X(9) VALUE "000000064".
    05  FILLER                  PIC X(9) VALUE "000064160".
    05  FILLER                  PIC X(9) VALUE "000160200".
    05  FILLER                  PIC X(9) VALUE "240140000".
    05  FILLER                  PIC X(9) VALUE "220040040".
    05  FILLER                  PIC X(9) VALUE "255255255".
    05  FILLER                  PIC X(72) VALUE ALL "0".
01  PaletteRow.
    COPY "palrec.cpy".
01  LoadedPaletteName           PIC X(20) VALUE SPACES.
01  PaletteLoadedSwitch         PIC X VALUE "N".
    88  PaletteLoaded                   VALUE "Y" FALSE "N".
01  PaletteErrorSwitch          PIC X VALUE "N".
    88  PaletteInError                  VALUE "Y" FALSE "N".
01  PalStopIndex                PIC 9(2) COMP VALUE ZERO.

*> Smooth (continuous escape-time) colouring work area.  The escape
*> magnitude |z|^2 at the moment the orbit left the circle gives a

Mainline.
    PERFORM LoadSelectControl
    PERFORM LoadRaiseControl
    PERFORM OpenFiles
    PERFORM LoadStripControl
    PERFORM LoadDeadlineControl
    DISPLAY "COBOLBROT-I006 SELECTIVE RUN - " SelectNameCount
        " REGION(S) REQUESTED".

*> ---------------------------------------------------------------
*> An absent RAISECTL is the normal case : every region renders in
*> full.  When one is present, every name on it is proven against
*> the catalog up front, exactly as SELECTFL's are - a raise that
*> silently fell back to a full render would cost the very hours it
*> was asked to save.  The archives themselves are checked region
*> by region, just before each one renders.
*> ---------------------------------------------------------------
LoadRaiseControl.
    OPEN INPUT RaiseControl
    IF RaiseControlStatus = "35"
        EXIT PARAGRAPH
    END-IF
    IF RaiseControlStatus NOT = "00"
        DISPLAY "COBOLBROT-E031 CANNOT OPEN RAISE CONTROL FILE,"
            " STATUS " RaiseControlStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL AtEndOfRaise
        READ RaiseControl
            AT END
                SET AtEndOfRaise TO TRUE
            NOT AT END
                IF RaiseCtlRegionName NOT = SPACES
                    IF RaiseNameCount >= RaiseNameLimit
                        DISPLAY "COBOLBROT-E031 MORE THAN "
                            RaiseNameLimit " NAMES IN THE RAISE"
                            " CONTROL FILE"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO RaiseNameCount
                    MOVE RaiseCtlRegionName
                        TO RaiseName(RaiseNameCount)
                    MOVE RaiseCtlSourceFile
                        TO RaiseSourceFile(RaiseNameCount)
                    MOVE "N" TO RaiseNameMatched(RaiseNameCount)
                    IF RaiseCtlSourceFile = SPACES
                        DISPLAY "COBOLBROT-E031 RAISE OF REGION "
                            RaiseCtlRegionName
                            " NAMES NO PREVIOUS ARCHIVE"
                        SET RaiseErrorFound TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RaiseControl
    IF RaiseNameCount = ZERO
        DISPLAY "COBOLBROT-E031 RAISE CONTROL FILE IS PRESENT BUT"
            " NAMES NO REGIONS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT RegionCatalog
    IF RegionCatalogStatus NOT = "00"
        DISPLAY "COBOLBROT-E000 CANNOT OPEN REGION CATALOG, STATUS "
            RegionCatalogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING RaiseIndex FROM 1 BY 1
            UNTIL RaiseIndex > RaiseNameCount
        MOVE RaiseName(RaiseIndex) TO RegionName
        READ RegionCatalog
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO RaiseNameMatched(RaiseIndex)
        END-READ
    END-PERFORM
    CLOSE RegionCatalog

    PERFORM VARYING RaiseIndex FROM 1 BY 1
            UNTIL RaiseIndex > RaiseNameCount
        IF RaiseNameMatched(RaiseIndex) NOT = "Y"
            DISPLAY "COBOLBROT-E031 REGION TO RAISE "
                RaiseName(RaiseIndex)
                " IS NOT IN THE CATALOG"
            SET RaiseErrorFound TO TRUE
        END-IF
    END-PERFORM
    IF RaiseErrorFound
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    SET RaiseListLoaded TO TRUE
    DISPLAY "COBOLBROT-I013 INCREMENTAL MAXITER RAISE LISTED FOR "
        RaiseNameCount " REGION(S)".

*> Sum every name byte weighted by its position in the name AND by
*> the name's position in the list : a different list, the same
*> letters rearranged within a name, or the same names in a
                    MOVE CkptSelectiveRun TO RestartSelectiveRun
                    MOVE CkptSelectCount TO RestartSelectCount
                    MOVE CkptSelectDigest TO RestartSelectDigest
                    MOVE CkptPaletteName TO RestartPaletteName
                    IF CkptFirstRow NUMERIC
                            AND CkptRunStartTime NUMERIC
                            AND CkptStampTime NUMERIC
        DISPLAY "COBOLBROT-I002 REGION " RegionName
            " ALREADY COMPLETE ON A PRIOR RUN - SKIPPING"
    ELSE
        PERFORM PrepareRaiseSource
        PERFORM RenderRegion
        PERFORM WriteAuditRecord
        PERFORM ClearCheckpoint
    MOVE RegionSizeY            TO sizeY
    MOVE RegionMaxIter          TO MaxIter
    MOVE RegionOutputFile       TO OutputFileName
    MOVE RegionPaletteName      TO PaletteName
    MOVE ZERO TO ValidationReturnCode
    IF RegionCheckpointEvery = ZERO
        MOVE 50 TO CheckpointEvery
        DISPLAY "COBOLBROT-E021 REGION " RegionName
            " REJECTED - HISTOGRAM SHADING CANNOT BE STRIP-RENDERED"
        MOVE 16 TO ValidationReturnCode
    END-IF
    PERFORM LoadRegionPalette.

*> ---------------------------------------------------------------
*> Fill PaletteRow for the region about to render : the house
*> palette when the row names none, otherwise the named palette
*> read by key from the library.  A name that is not in the library
*> (or a library row that is not a usable palette) fails the region
*> here, before a single pixel is computed, rather than colouring a
*> client deliverable in the wrong scheme.  The grey modes never
*> look at the stops, but a misspelled name is still worth stopping
*> for - it means the row does not say what its author meant.
*> ---------------------------------------------------------------
LoadRegionPalette.
    IF PaletteLoaded AND PaletteName = LoadedPaletteName
        EXIT PARAGRAPH
    END-IF
    SET PaletteLoaded TO FALSE
    IF PaletteName = SPACES
        MOVE HousePaletteValues TO PaletteRow
        MOVE PaletteName TO LoadedPaletteName
        SET PaletteLoaded TO TRUE
        EXIT PARAGRAPH
    END-IF
    IF NOT PaletteLibraryOpen
        OPEN INPUT PaletteLibrary
        IF PaletteLibraryStatus NOT = "00"
            DISPLAY "COBOLBROT-E030 REGION " RegionName
                " REJECTED - NAMES PALETTE " PaletteName
                " BUT THE PALETTE LIBRARY CANNOT BE OPENED, STATUS "
                PaletteLibraryStatus
            MOVE 16 TO ValidationReturnCode
            EXIT PARAGRAPH
        END-IF
        SET PaletteLibraryOpen TO TRUE
    END-IF
    MOVE PaletteName TO PalLibKey
    READ PaletteLibrary INTO PaletteRow
        INVALID KEY
            DISPLAY "COBOLBROT-E030 REGION " RegionName
                " REJECTED - PALETTE " PaletteName
                " IS NOT IN THE PALETTE LIBRARY"
            MOVE 16 TO ValidationReturnCode
            EXIT PARAGRAPH
    END-READ
    PERFORM CheckPaletteRow
    IF PaletteInError
        DISPLAY "COBOLBROT-E030 REGION " RegionName
            " REJECTED - PALETTE " PaletteName
            " IN THE LIBRARY IS MALFORMED (STOP COUNT MUST BE 2"
            " THROUGH 16, EVERY COMPONENT 0 THROUGH 255)"
        MOVE 16 TO ValidationReturnCode
        EXIT PARAGRAPH
    END-IF
    MOVE PaletteName TO LoadedPaletteName
    SET PaletteLoaded TO TRUE.

*> PaletteMaint refuses a malformed palette, but the library is a
*> file like any other - the stop count drives a subscript, so it is
*> checked again before anything is coloured with it.
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
*> A region on the raise list renders from its previous archive.
*> Everything that would make a copied count wrong is refused here,
*> before the region's output files are touched : an archive of
*> some other render (any catalog column but MaxIter differs), a
*> cap that did not go up, and the three shapes of render whose
*> escaped pixels are not fully described by the archive.  A resume
*> of a raise needs nothing extra from the checkpoint - a copied
*> count and a recomputed one are the same number - so a raise may
*> pick up a full render's checkpoint and the other way about.
*> ---------------------------------------------------------------
PrepareRaiseSource.
    SET RaiseActive TO FALSE
    MOVE ZERO TO RecomputedCount
    IF NOT RaiseListLoaded
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING RaiseIndex FROM 1 BY 1
            UNTIL RaiseIndex > RaiseNameCount OR RaiseActive
        IF RaiseName(RaiseIndex) = RegionName
            SET RaiseActive TO TRUE
            MOVE RaiseSourceFile(RaiseIndex) TO PrevIterDataFileName
        END-IF
    END-PERFORM
    IF NOT RaiseActive
        EXIT PARAGRAPH
    END-IF
    IF RegionIterDataFile = SPACES
        DISPLAY "COBOLBROT-E032 REGION " RegionName
            " CANNOT BE RAISED - ITS CATALOG ROW NAMES NO ITERATION"
            " ARCHIVE, SO THE NEXT RAISE WOULD HAVE NOTHING TO START"
            " FROM"
        MOVE 16 TO ValidationReturnCode
        PERFORM AbortRun
    END-IF
    IF PrevIterDataFileName = RegionIterDataFile
        DISPLAY "COBOLBROT-E032 REGION " RegionName
            " CANNOT BE RAISED - RENAME ITS ARCHIVE "
            RegionIterDataFile " ASIDE AND NAME THE COPY IN RAISECTL;"
            " THIS RENDER WRITES THE NEW ARCHIVE UNDER THAT NAME"
        MOVE 16 TO ValidationReturnCode
        PERFORM AbortRun
    END-IF
    IF StripActive OR SuperSampling OR ColorModeSmooth
        DISPLAY "COBOLBROT-E032 REGION " RegionName
            " CANNOT BE RAISED - STRIP, SUPERSAMPLED AND SMOOTH-COLOUR"
            " RENDERS NEED EVERY PIXEL RECOMPUTED; RENDER IT IN FULL"
        MOVE 16 TO ValidationReturnCode
        PERFORM AbortRun
    END-IF
    OPEN INPUT PrevIterData
    IF PrevIterDataStatus NOT = "00"
        DISPLAY "COBOLBROT-E033 CANNOT OPEN PREVIOUS ARCHIVE "
            PrevIterDataFileName " FOR REGION " RegionName
            " STATUS " PrevIterDataStatus
        MOVE 16 TO ValidationReturnCode
        PERFORM AbortRun
    END-IF
    SET PrevIterDataOpen TO TRUE
    MOVE SPACES TO PrevHeaderRecord
    READ PrevIterData INTO PrevHeaderRecord
        AT END
            MOVE SPACES TO PrevHeaderRecord
    END-READ
    IF PrevHdrTag NOT = "CBITER"
        DISPLAY "COBOLBROT-E033 " PrevIterDataFileName
            " IS NOT A CBITER ITERATION ARCHIVE"
        MOVE 16 TO ValidationReturnCode
        PERFORM AbortRun
    END-IF
*> An archive cut before the row carried a palette name reads the
*> missing columns as spaces - the house palette, as in the catalog.
    IF PrevHdrRegionImage(1:159) NOT = RegionCatalogRecord(1:159)
            OR PrevHdrRegionImage(165:109)
                NOT = RegionCatalogRecord(165:109)
        DISPLAY "COBOLBROT-E034 REGION " RegionName
            " CANNOT BE RAISED - THE CATALOG ROW IN "
            PrevIterDataFileName " DIFFERS FROM THE CURRENT ROW IN"
            " MORE THAN MAXITER"
        MOVE 16 TO ValidationReturnCode
        PERFORM AbortRun
    END-IF
    IF PrevHdrRegionImage(160:5) NOT NUMERIC
        DISPLAY "COBOLBROT-E033 " PrevIterDataFileName
            " CARRIES A DAMAGED MAXITER IN ITS HEADER"
        MOVE 16 TO ValidationReturnCode
        PERFORM AbortRun
    END-IF
    MOVE PrevHdrRegionImage(160:5) TO PrevMaxIter
    IF MaxIter NOT > PrevMaxIter
        DISPLAY "COBOLBROT-E034 REGION " RegionName
            " CANNOT BE RAISED - CATALOG MAXITER " MaxIter
            " IS NOT ABOVE THE ARCHIVED " PrevMaxIter
        MOVE 16 TO ValidationReturnCode
        PERFORM AbortRun
    END-IF
    DISPLAY "COBOLBROT-I014 REGION " RegionName
        " RAISED FROM MAXITER " PrevMaxIter " TO " MaxIter
        " - ONLY PIXELS CAPPED IN " PrevIterDataFileName
        " ARE RECOMPUTED".

*> Next row of the previous archive into PrevIterRow.  Running short
*> means the archive is not the whole render its header claims.
ReadPrevIterRow.
    READ PrevIterData
        AT END
            DISPLAY "COBOLBROT-E035 PREVIOUS ARCHIVE "
                PrevIterDataFileName " ENDS BEFORE ROW " screenX
                " OF REGION " RegionName " - ARCHIVE DAMAGED"
            MOVE 16 TO ValidationReturnCode
            PERFORM AbortRun
    END-READ
    MOVE PrevIterDataRecord(1:IterRowBytes) TO PrevIterRow
    IF PrevIterDataRecord(1:IterRowBytes) NOT NUMERIC
        DISPLAY "COBOLBROT-E035 PREVIOUS ARCHIVE "
            PrevIterDataFileName " ROW " screenX
            " IS NOT A ROW OF ITERATION COUNTS - ARCHIVE DAMAGED"
        MOVE 16 TO ValidationReturnCode
        PERFORM AbortRun
    END-IF.

*> A resumed raise picks the previous archive up at the same row as
*> the render.
SkipPrevIterRows.
    MOVE ZERO TO PrevRowsSkipped
    PERFORM VARYING screenX FROM RenderStartRow BY 1
            UNTIL screenX >= StartScreenX
        PERFORM ReadPrevIterRow
        ADD 1 TO PrevRowsSkipped
    END-PERFORM.

*> One output pixel under a raise : an escaped count stands, a
*> capped one runs again to the new cap.
ComputeRaisedPixel.
    IF PrevIterCell(screenY + 1) < PrevMaxIter
        MOVE PrevIterCell(screenY + 1) TO iter
    ELSE
        PERFORM ComputePixelSample
        ADD 1 TO RecomputedCount
    END-IF.

*> ---------------------------------------------------------------
            OR IterDataFileName NOT = RestartIterDataFile
            OR SuperSample NOT = RestartSuperSample
            OR Power NOT = RestartPower
            OR PaletteName NOT = RestartPaletteName
        DISPLAY "COBOLBROT-E007 REGION " RegionName
            " REJECTED - CATALOG PARAMETERS NO LONGER MATCH THE"
            " CHECKPOINT TAKEN FOR THIS REGION; FIX THE CATALOG OR"
            PERFORM WriteIterDataHeader
        END-IF
    END-IF
    IF RaiseActive
        PERFORM SkipPrevIterRows
    END-IF

    COMPUTE SizeXMinus1 = sizeX - 1
    COMPUTE SizeYMinus1 = sizeY - 1
        MOVE 1 TO LinePointer
        MOVE 1 TO RawColumn
        MOVE SPACES TO OutputImageRecord
        IF RaiseActive
            PERFORM ReadPrevIterRow
        END-IF
        PERFORM VARYING screenY FROM 0 BY 1 UNTIL screenY = sizeY
            IF RaiseActive
                PERFORM ComputeRaisedPixel
            ELSE
                PERFORM ComputePixelSample
            END-IF
            IF IterDataActive
                MOVE iter TO IterCell(screenY + 1)
            END-IF
        CLOSE IterData
        SET IterDataOpen TO FALSE
    END-IF
    IF PrevIterDataOpen
        CLOSE PrevIterData
        SET PrevIterDataOpen TO FALSE
    END-IF
    IF ColorModeHisto
        PERFORM EmitHistogramImage
    END-IF
        + ((StartScreenX - RenderStartRow) * RawRowBytes).

*> The header bytes ahead of the first pixel row.  A strip leads
*> with the same 295-byte CBSTRIP2 record the text formats use (so
*> ImageMerge can validate the set the same way); a full image
*> leads with the P5/P6 text header, built here so the resume
*> offset arithmetic and the header writer agree on its length.
BuildRawImageHeader.
    IF StripActive
        MOVE 295 TO RawHeaderBytes
        EXIT PARAGRAPH
    END-IF
    MOVE sizeX TO HeaderSizeXEdited
*> Smooth continuous colouring : the escape magnitude turns the
*> integer escape count into a fractional one (the standard
*> normalized iteration count), and the pixel blends linearly
*> between its palette stop and the next instead of stepping every
*> band boundary - same stops as the banded modes, no contour rings.
ComputeSmoothColor.
    IF iter >= MaxIter
        MOVE ZERO TO RedValue GreenValue BlueValue
    END-IF
    MOVE SmoothMu TO SmoothMuInt
    COMPUTE MuFrac = SmoothMu - SmoothMuInt
    DIVIDE SmoothMuInt BY PalStopCount
        GIVING MuBandQuotient REMAINDER MuBand
    COMPUTE MuNextBand = MuBand + 1
    IF MuNextBand >= PalStopCount
        MOVE ZERO TO MuNextBand
    END-IF
    COMPUTE RedValue ROUNDED = PalStopRed(MuBand + 1)
        + ((PalStopRed(MuNextBand + 1) - PalStopRed(MuBand + 1))
            * MuFrac)
    COMPUTE GreenValue ROUNDED = PalStopGreen(MuBand + 1)
        + ((PalStopGreen(MuNextBand + 1) - PalStopGreen(MuBand + 1))
            * MuFrac)
    COMPUTE BlueValue ROUNDED = PalStopBlue(MuBand + 1)
        + ((PalStopBlue(MuNextBand + 1) - PalStopBlue(MuBand + 1))
            * MuFrac).

*> Banded palette : the region's palette stops in order, cycling
*> every PalStopCount bands of the iteration count (the house
*> palette runs dark blue -> blue -> cyan -> green -> yellow ->
*> orange -> red -> white every 8), black for points that never
*> escaped.
ComputePaletteColor.
    IF iter >= MaxIter
        MOVE ZERO TO RedValue GreenValue BlueValue
    ELSE
        DIVIDE iter BY PalStopCount
            GIVING ColorBandQuotient REMAINDER ColorBand
        MOVE PalStopRed(ColorBand + 1)   TO RedValue
        MOVE PalStopGreen(ColorBand + 1) TO GreenValue
        MOVE PalStopBlue(ColorBand + 1)  TO BlueValue
    END-IF.

*> ---------------------------------------------------------------
    MOVE StartTime TO CkptRunStartTime
    ACCEPT CheckpointStampTime FROM TIME
    MOVE CheckpointStampTime TO CkptStampTime
    MOVE PaletteName TO CkptPaletteName

*> CHECKPOINT is never written to directly.  The new record is built
*> up in full over in CheckpointScratch and then swapped into place
    IF IterDataActive AND NOT IterWorkScratch
        DISPLAY "  ITERATION ARCHIVE  : " IterDataFileName
    END-IF
    IF RaiseActive
        DISPLAY "  RAISED FROM        : MAXITER " PrevMaxIter
            " (" PrevIterDataFileName ")"
        DISPLAY "  PIXELS RECOMPUTED  : " RecomputedCount
    END-IF
    PERFORM WriteRunStatsRecord.

*> The same trailer figures, appended to RUNSTATS so capacity
    MOVE EscapedCount TO StatEscapedCount
    MOVE AverageEscapedIter TO StatAvgEscapedIter
    MOVE ElapsedHundredths TO StatElapsedHundredths
    EVALUATE TRUE
        WHEN PartialRun
            MOVE "Y" TO StatPartialFlag
        WHEN RaiseActive
            MOVE "R" TO StatPartialFlag
        WHEN OTHER
            MOVE "N" TO StatPartialFlag
    END-EVALUATE
    WRITE RunStatsRecord
    IF RunStatsStatus NOT = "00"
        DISPLAY "COBOLBROT-W021 RUN-HISTORY WRITE FAILED, STATUS "
*> traced back to the parameters that produced it.
*> ---------------------------------------------------------------
WriteAuditRecord.
    PERFORM FindAuditChainTail
    ACCEPT AuditRunDate FROM DATE YYYYMMDD
    ACCEPT AuditRunTime FROM TIME
    MOVE RegionName TO AuditRegionName
    ELSE
        MOVE "N" TO AuditSelectiveRun
    END-IF
    MOVE PaletteName TO AuditPaletteName
    MOVE SPACE TO AuditRowType
    PERFORM ComputeAuditSeal
    WRITE AuditLogRecord
    IF AuditLogStatus NOT = "00"
        DISPLAY "COBOLBROT-W020 AUDIT LOG WRITE FAILED, STATUS "
            AuditLogStatus
    END-IF.

*> The seal of the row now at the end of AUDITLOG - another job may
*> have appended since this run opened the log, so it is read fresh
*> every time.  A pre-seal last row (or none at all) starts the
*> chain from zeros.  The log is left open for EXTEND, as before.
FindAuditChainTail.
    CLOSE AuditLog
    MOVE ZEROS TO AuditChainSeal
    OPEN INPUT AuditLog
    IF AuditLogStatus = "00"
        SET AtEndOfAuditTail TO FALSE
        PERFORM UNTIL AtEndOfAuditTail
            READ AuditLog
                AT END
                    SET AtEndOfAuditTail TO TRUE
                NOT AT END
                    IF AuditSealHigh NUMERIC AND AuditSealLow NUMERIC
                        MOVE AuditSeal TO AuditChainSeal
                    ELSE
                        MOVE ZEROS TO AuditChainSeal
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AuditLog
    END-IF
    OPEN EXTEND AuditLog
    IF AuditLogStatus NOT = "00"
        OPEN OUTPUT AuditLog
    END-IF.

*> Seal the row in AuditLogRecord onto AuditChainSeal.
ComputeAuditSeal.
    MOVE AuditChainSealHigh TO SealAccumHigh
    MOVE AuditChainSealLow TO SealAccumLow
    PERFORM VARYING SealByteIndex FROM 1 BY 1
            UNTIL SealByteIndex > SealedRowLength
        COMPUTE SealByteValue =
            FUNCTION ORD(AuditLogRecord(SealByteIndex:1))
        COMPUTE SealAccumHigh = (SealAccumHigh * 256) + SealByteValue
        DIVIDE SealAccumHigh BY SealModulusHigh
            GIVING SealQuotient REMAINDER SealAccumHigh
        COMPUTE SealAccumLow = (SealAccumLow * 131) + SealByteValue
        DIVIDE SealAccumLow BY SealModulusLow
            GIVING SealQuotient REMAINDER SealAccumLow
    END-PERFORM
    MOVE SealAccumHigh TO AuditSealHigh
    MOVE SealAccumLow TO AuditSealLow.

CloseFiles.
    CLOSE RegionCatalog
    CLOSE AuditLog
    END-IF
    IF RawOutputOpen
        PERFORM CloseRawOutput
    END-IF
    IF PaletteLibraryOpen
        CLOSE PaletteLibrary
        SET PaletteLibraryOpen TO FALSE
    END-IF
    IF PrevIterDataOpen
        CLOSE PrevIterData
        SET PrevIterDataOpen TO FALSE
    END-IF.

*> Abort the job : a bad parameter set or a failed file operation
