*> One row per catalog change : CatalogMaint appends it to the CATJRNL
*> journal (line sequential, never rewritten) each time a transaction
*> changes REGIONS, and CatalogRebuild replays the journal to put the
*> catalog back as it stood at any moment.  COPY this under a
*> program's own 01 level.
*> Columns (1-based byte offsets):
*>   1-8     JrnlDate             YYYYMMDD the change was applied
*>   9-16    JrnlTime             HHMMSShh the change was applied
*>   17-24   JrnlAction           ADD / CHANGE / DELETE, or BASELINE
*>                                for the rows already in REGIONS when
*>                                the journal was started
*>   25-44   JrnlRegionName       the region's key
*>   45-317  JrnlBeforeImage      the whole catalog row before the
*>                                change (see regionrec.cpy); spaces
*>                                for ADD and BASELINE
*>   318-590 JrnlAfterImage       the whole catalog row after it;
*>                                spaces for DELETE
    05  JrnlDate                PIC 9(8).
    05  JrnlTime                PIC 9(8).
    05  JrnlAction              PIC X(08).
    05  JrnlRegionName          PIC X(20).
    05  JrnlBeforeImage         PIC X(273).
    05  JrnlAfterImage          PIC X(273).
