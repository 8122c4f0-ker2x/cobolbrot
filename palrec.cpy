*> One named palette : the colour stops a banded or smooth region
*> steps through.  COPY this under a program's own 01 level -
*> PaletteMaint maintains the PALETTES library, and Cobolbrot,
*> RePalette and FlightPalette all colour through it, and the
*> palette used to be hand-copied into each of them as an EVALUATE
*> or a value table, which is how a client scheme turned into a
*> code change in several programs.
*> The PALETTES file carries this row under an indexed organization
*> with PalName - the first 20 bytes - as the record key.
*> Columns (1-based byte offsets):
*>   1-20    PalName              palette name, left-justified; the
*>                                name a catalog row's
*>                                RegionPaletteName points at
*>   21-50   PalDescription       free text for the listing
*>   51-52   PalStopCount         stops in use, 02-16.  Band n of a
*>                                banded region is stop
*>                                (n mod PalStopCount) + 1, and smooth
*>                                colouring blends each stop into the
*>                                next, the last wrapping to the first
*>   53-196  PalStop              16 stops of red, green, blue, each
*>                                000-255; stops past PalStopCount
*>                                are zero and ignored
*> The house 8-band palette (dark blue -> blue -> cyan -> green ->
*> yellow -> orange -> red -> white) is what a blank palette name
*> means; it is built into the programs, not stored here, so a
*> region that names no palette renders exactly as it always has.
    05  PalName                 PIC X(20).
    05  PalDescription          PIC X(30).
    05  PalStopCount            PIC 9(2).
    05  PalStop                 OCCURS 16.
        10  PalStopRed          PIC 9(3).
        10  PalStopGreen        PIC 9(3).
        10  PalStopBlue         PIC 9(3).
