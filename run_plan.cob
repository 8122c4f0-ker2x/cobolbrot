*> estimate.  Deadline-partial rows are ignored - their pixel
*> counts span runs while their elapsed time covers one.
*>
*> Incremental MaxIter raise rows (StatPartialFlag 'R') are ignored
*> the same way : they count the whole image but time only the
*> pixels recomputed, and as a region's latest row one would price
*> its next full render at a fraction of what it costs.
*>
*> PLANCTL layout, one record:
*>   1-2    PlanCtlInitiators   how many initiators the night has,
*>                              1 to the 16-strip merge limit
            OR StatElapsedHundredths NOT NUMERIC
            OR StatMaxIter NOT NUMERIC
            OR StatPartialFlag = "Y"
            OR StatPartialFlag = "R"
            OR StatPixelCount = ZERO
            OR StatElapsedHundredths = ZERO
        EXIT PARAGRAPH
