*> (the row bytes are unchanged), so the rows here are written
*> through the index - random access, so the table below stays in
*> whatever order reads naturally, not key order.
*>
*> The rows now carry RegionPaletteName, left blank on every
*> sample region : blank means the house 8-band palette, so the
*> shipped catalog renders exactly as it did before the palette
*> library existed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    MOVE SPACES TO RegionIterDataFile
    MOVE 0 TO RegionSuperSample
    MOVE 0 TO RegionPower
    MOVE SPACES TO RegionPaletteName
    WRITE RegionCatalogRecord.

*> A well-known Julia set, c = -0.4 + 0.6i (the "Douady rabbit" family).
    MOVE SPACES TO RegionIterDataFile
    MOVE 0 TO RegionSuperSample
    MOVE 0 TO RegionPower
    MOVE SPACES TO RegionPaletteName
    WRITE RegionCatalogRecord.

*> A small box in the Seahorse Valley, only 1E-12 wide/tall - narrow
    MOVE "seahorsevalley.itd" TO RegionIterDataFile
    MOVE 0 TO RegionSuperSample
    MOVE 0 TO RegionPower
    MOVE SPACES TO RegionPaletteName
    WRITE RegionCatalogRecord.

*> The classic Burning Ship view - same recurrence as Mandelbrot but
    MOVE SPACES TO RegionIterDataFile
    MOVE 0 TO RegionSuperSample
    MOVE 0 TO RegionPower
    MOVE SPACES TO RegionPaletteName
    WRITE RegionCatalogRecord.

END PROGRAM BuildRegions.
