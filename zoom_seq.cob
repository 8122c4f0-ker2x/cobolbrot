*> RegionName (row bytes unchanged) : the two endpoints are read
*> directly by key, and the frame rows - whose ZOOMnnnn names
*> ascend - write sequentially in key order.
*>
*> The catalog row is 273 bytes now that it names a palette.  Like
*> the colour mode, the palette comes from the END region's row, so
*> every frame of a flight colours through the one palette - which
*> is also what FlightPalette insists on when it recolours the
*> flight.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  RegionCatalog.
01  RegionCatalogRecord.
    05  CatalogRecordKey        PIC X(20).
    05  FILLER                  PIC X(253).

*> Same row layout as REGIONS - the whole point is that Cobolbrot
*> can render this file unchanged.
FD  ZoomCatalog.
01  ZoomCatalogRecord.
    05  ZoomRecordKey           PIC X(20).
    05  FILLER                  PIC X(253).

WORKING-STORAGE SECTION.

01  EndRegionFoundSwitch        PIC X VALUE "N".
    88  EndRegionFound                  VALUE "Y".

01  StartRegionImage            PIC X(273) VALUE SPACES.
01  EndRegionImage              PIC X(273) VALUE SPACES.

*> Structured view of whichever catalog row is being read or built -
*> the same copybook Cobolbrot renders from.
