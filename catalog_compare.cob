*> Return code 0 when the catalogs already agree (and no CATTRANS
*> is written), 4 when differences were found and the transaction
*> file is ready to review.
*>
*> The catalog row grew to 273 bytes with the named palette
*> (RegionPaletteName, bytes 254-273), so the row images and the
*> CATTRANS image widen to match, and PALETTE joins the fields a
*> CHANGED region is reported against - a region re-pointed at a
*> client palette in test is a change worth promoting like any other.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FD  SourceCatalog.
01  SourceCatalogRecord.
    05  SourceRecordKey         PIC X(20).
    05  FILLER                  PIC X(253).

FD  TargetCatalog.
01  TargetCatalogRecord.
    05  TargetRecordKey         PIC X(20).
    05  FILLER                  PIC X(253).

*> Must match catalog_maint.cob's TransRecord byte for byte.
FD  TransFile.
01  TransRecord.
    05  TransAction             PIC X(08).
    05  TransRegionImage        PIC X(273).

FD  CompareReport.
01  CompareReportLine           PIC X(132).
    88  TransFileOpen                   VALUE "Y" FALSE "N".

*> The row in hand on each side of the merge.
01  SourceRowImage              PIC X(273) VALUE SPACES.
01  TargetRowImage              PIC X(273) VALUE SPACES.

*> One field comparison at a time, by the regionrec.cpy column map.
01  CmpOffset                   PIC 9(3) COMP VALUE ZERO.
*> ---------------------------------------------------------------
*> Name every differing field, by the regionrec.cpy column map -
*> the report reviewer should see "MAXITER, OUTPUTFILE", not two
*> 273-byte rows to eyeball.
*> ---------------------------------------------------------------
NameChangedFields.
    MOVE SPACES TO ChangedFieldLine
    MOVE 252 TO CmpOffset
    MOVE 2 TO CmpLength
    MOVE "POWER" TO CmpFieldName
    PERFORM CompareOneField
    MOVE 254 TO CmpOffset
    MOVE 20 TO CmpLength
    MOVE "PALETTE" TO CmpFieldName
    PERFORM CompareOneField.

CompareOneField.
