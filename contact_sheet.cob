*> An optional SELECTFL (one RegionName per record, Cobolbrot's own
*> layout) limits the sheet to a subset - which is also the way to
*> sheet a catalog that has grown past the 100-cell ceiling.
*>
*> The cell table holds the 273-byte catalog row now that a row
*> names its palette; the sheet itself still tiles the finished
*> images, so whatever palette a region rendered through is what its
*> cell shows.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  RegionCatalog.
01  RegionCatalogRecord.
    05  CatalogRecordKey        PIC X(20).
    05  FILLER                  PIC X(253).

FD  SelectFile.
01  SelectFileRecord.
01  CellCount                   PIC 9(3) VALUE ZERO.
01  CellTable.
    05  CellEntry OCCURS 100.
        10  CellRowImage        PIC X(273).
        10  CellFlagged         PIC X(01).
01  CellIndex                   PIC 9(3) COMP VALUE ZERO.
01  FlaggedCount                PIC 9(3) VALUE ZERO.
