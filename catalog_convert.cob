*> duplicate RegionName - the old file allowed duplicates to sit
*> there unnoticed, the index cannot, and which of the two rows is
*> the real one is the operator's call, not this program's.
*>
*> The indexed row has since grown to 273 bytes with the named
*> palette.  The sequential file being converted is still the old
*> 253-byte row, so it is read at that width and the move into the
*> wider record leaves RegionPaletteName blank - the house palette,
*> which is what every pre-conversion region rendered with.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  RegionCatalog.
01  RegionCatalogRecord.
    05  CatalogRecordKey        PIC X(20).
    05  FILLER                  PIC X(253).

WORKING-STORAGE SECTION.

