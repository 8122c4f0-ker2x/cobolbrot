*>                               batch-window deadline (its pixel
*>                               count then includes rows carried
*>                               over from the run it resumed, so
*>                               timing trends should skip it);
*>                               R when the run was an incremental
*>                               MaxIter raise (its pixel count is
*>                               the whole image but its elapsed
*>                               time covers only the recomputed
*>                               pixels, so timing trends skip it
*>                               too); N otherwise.  A raise that
*>                               stops at the deadline is flagged Y.
    05  StatRunDate             PIC 9(8).
    05  StatRunTime             PIC 9(8).
    05  StatRegionName          PIC X(20).
