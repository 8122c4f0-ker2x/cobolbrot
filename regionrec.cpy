*>   252-253 RegionPower          Multibrot exponent n (2-9), only
*>                                meaningful when RegionMode is 'P';
*>                                00 or spaces otherwise.
*>   254-273 RegionPaletteName    named palette in the PALETTES
*>                                library (palrec.cpy) that the
*>                                colour modes C / S / 6 band
*>                                through; spaces = the house
*>                                8-band palette, which is also how
*>                                rows from before this field read.
    05  RegionName              PIC X(20).
    05  RegionMode              PIC X(01).
    05  RegionColorMode         PIC X(01).
    05  RegionIterDataFile      PIC X(40).
    05  RegionSuperSample       PIC 9(2).
    05  RegionPower             PIC 9(2).
    05  RegionPaletteName       PIC X(20).
