*> out of every rate figure : a resumed region's pixel count spans
*> runs while its elapsed time covers only the last one, so its
*> rate would be fiction.
*>
*> Incremental MaxIter raise rows (StatPartialFlag 'R') are listed
*> but kept out of the rates too : the row counts every pixel of
*> the image while its elapsed time covers only those recomputed.
*> Its line names the MaxIter it was raised from instead.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  StatRowsRead                PIC 9(7) VALUE ZERO.
01  BadRowsSkipped              PIC 9(7) VALUE ZERO.
01  PartialRowsSeen             PIC 9(7) VALUE ZERO.
01  RaiseRowsSeen               PIC 9(7) VALUE ZERO.

*> seconds-per-megapixel : elapsed hundredths * 10000 / pixels
*> (h/100 seconds over px/1000000 megapixels).

    ADD 1 TO RStatRuns(FoundIndex)
    MOVE StatRunDate TO RStatLastDate(FoundIndex)
    EVALUATE StatPartialFlag
        WHEN "Y"
            ADD 1 TO PartialRowsSeen
        WHEN "R"
            ADD 1 TO RaiseRowsSeen
        WHEN OTHER
            ADD StatElapsedHundredths
                TO RStatTotalHundredths(FoundIndex)
            ADD StatPixelCount TO RStatTotalPixels(FoundIndex)
            IF SecsPerMpx > RStatWorstRate(FoundIndex)
                MOVE SecsPerMpx TO RStatWorstRate(FoundIndex)
                MOVE StatRunDate TO RStatWorstDate(FoundIndex)
            END-IF
            COMPUTE RowInteger =
                FUNCTION INTEGER-OF-DATE(StatRunDate)
            IF RowInteger >= WindowCutoff
                IF StatElapsedHundredths
                        > RStatWindowWorst(FoundIndex)
                    MOVE StatElapsedHundredths
                        TO RStatWindowWorst(FoundIndex)
                END-IF
            END-IF
    END-EVALUATE
    MOVE StatMaxIter TO RStatLastMaxIter(FoundIndex)
    MOVE StatSuperSample TO RStatLastSuper(FoundIndex).

           "  SEC/MPX " DELIMITED BY SIZE
           RateEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    EVALUATE StatPartialFlag
        WHEN "Y"
            STRING "  (PARTIAL - EXCLUDED FROM RATES)"
                DELIMITED BY SIZE INTO ReportWorkLine(98:)
        WHEN "R"
            MOVE RStatLastMaxIter(FoundIndex) TO MaxIterEdited
            STRING "  (RAISE FROM " DELIMITED BY SIZE
                   MaxIterEdited DELIMITED BY SIZE
                   " - NOT RATED)" DELIMITED BY SIZE
                INTO ReportWorkLine(98:)
        WHEN OTHER
            MOVE 98 TO AnnotationPointer
            IF RStatRuns(FoundIndex) > ZERO
                    AND StatMaxIter
                        NOT = RStatLastMaxIter(FoundIndex)
                MOVE RStatLastMaxIter(FoundIndex) TO MaxIterEdited
                STRING "  MAXITER WAS " DELIMITED BY SIZE
                       MaxIterEdited DELIMITED BY SIZE
                    INTO ReportWorkLine
                    WITH POINTER AnnotationPointer
            END-IF
            IF RStatRuns(FoundIndex) > ZERO
                    AND StatSuperSample
                        NOT = RStatLastSuper(FoundIndex)
                MOVE RStatLastSuper(FoundIndex) TO SuperEdited
                STRING "  SS WAS " DELIMITED BY SIZE
                       SuperEdited DELIMITED BY SIZE
                    INTO ReportWorkLine
                    WITH POINTER AnnotationPointer
            END-IF
    END-EVALUATE
    MOVE ReportWorkLine TO StatsReportLine
    WRITE StatsReportLine.

        MOVE ReportWorkLine TO StatsReportLine
        WRITE StatsReportLine
    END-IF
    IF RaiseRowsSeen > ZERO
        MOVE RaiseRowsSeen TO CountEdited
        MOVE SPACES TO ReportWorkLine
        STRING "RAISE ROWS EXCLUDED   : " DELIMITED BY SIZE
               CountEdited DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO StatsReportLine
        WRITE StatsReportLine
    END-IF
    DISPLAY "STATSRPT-I001 " StatRowsRead " HISTORY ROW(S) OVER "
        RegionStatCount " REGION(S) REPORTED".

