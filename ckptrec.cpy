*> print the live board, and two hand-synced copies of a layout that
*> changes is how desynchronized records happen (the catalog, audit
*> and history rows went through the same consolidation).
*> The record is 394 bytes - main.cob's CheckpointScratch must stay
*> the same length, because the atomic swap writes the record image
*> through it.
*>   CkptRegionIndex..CkptPower    the launch parameters, so a
*>                                 taken - pace and the finish
*>                                 projection come from the last
*>                                 two fields and CkptFirstRow
*>   CkptPaletteName               the named palette the region was
*>                                 being coloured through, so a
*>                                 resume cannot splice rows banded
*>                                 in a different palette onto the
*>                                 ones already written
    05  CkptRegionIndex         PIC 9(5).
    05  CkptRegionName          PIC X(20).
    05  CkptOutputFile          PIC X(40).
    05  CkptFirstRow            PIC 9(5).
    05  CkptRunStartTime        PIC 9(8).
    05  CkptStampTime           PIC 9(8).
    05  CkptPaletteName         PIC X(20).
