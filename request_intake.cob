IDENTIFICATION DIVISION.
PROGRAM-ID. RequestIntake.
AUTHOR. Ker2x.

*> Modification history
*> ---------------------------------------------------------------
*> Render work used to arrive by email and be turned into CATTRANS
*> rows and SELECTFL names by hand, and "has my image shipped yet?"
*> could only be answered by grepping AUDITLOG.  Requests now come
*> in as a transaction file (REQTRANS) and are kept on an indexed
*> request master (REQUESTS, keyed on ReqId, layout in reqrec.cpy)
*> that records who asked, for which department, by when, how
*> urgently, and where the request stands.  RequestStatus moves the
*> rows along from the AUDITLOG afterwards.
*>
*> Every ADD carries the full catalog row it asks for, and that row
*> goes through the same E001-E026 rules CatalogMaint and Cobolbrot
*> apply (plus E030, a named palette that is not in the library), so
*> a bad region is bounced at the counter, not at 2 a.m.  An
*> accepted request whose region is not yet catalogued gets a
*> CATTRANS ADD; a region already catalogued with exactly the
*> requested row is simply re-rendered, and one catalogued (or asked
*> for earlier in the same run) with different parameters is
*> rejected - two requesters cannot share a name for two pictures.
*>
*> After the transactions, every QUEUED request on the master is
*> written to the night's SELECTFL, most urgent first (priority,
*> then due date, then request number), which is also the order
*> Cobolbrot renders a select list in.  The list stops at
*> Cobolbrot's 200-name ceiling; requests past it are reported as
*> held over.  The night's job order is RequestIntake, CatalogMaint
*> against the CATTRANS written here, then the render.  When nothing
*> is queued the SELECTFL is written empty and W004 says so - an
*> empty select list stops Cobolbrot with E028, where a missing one
*> would render the whole catalog.
*>
*> REQTRANS layout (1-based byte offsets), one transaction per
*> record :
*>   1-8     ReqTransAction     ADD / CHANGE / CANCEL
*>   9-374   ReqTransImage      the request row as reqrec.cpy maps
*>                              it.  Received date, status and the
*>                              rendered/delivered dates are set
*>                              here and ignored on input.  CHANGE
*>                              takes only the requester,
*>                              department, due date and priority -
*>                              a different region is a new request.
*>                              CHANGE and CANCEL apply only to a
*>                              request still QUEUED.
*>
*> Return code 0 when every transaction applied and something is
*> queued, 4 when the select list is empty or requests were held
*> over, 8 when any transaction was rejected, 16 on a file failure.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ReqTransFile ASSIGN TO "REQTRANS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ReqTransFileStatus.

    SELECT RequestMaster ASSIGN TO "REQUESTS"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY IS ReqMasterKey
        FILE STATUS IS RequestMasterStatus.

    *> Read by key to see whether a requested region is already
    *> catalogued.  Absent (status 35) means nothing is.
    SELECT RegionCatalog ASSIGN TO "REGIONS"
        ORGANIZATION INDEXED
        ACCESS RANDOM
        RECORD KEY IS CatalogRecordKey
        FILE STATUS IS RegionCatalogStatus.

    *> Read by key only to prove a named palette exists.
    SELECT PaletteLibrary ASSIGN TO "PALETTES"
        ORGANIZATION INDEXED
        ACCESS RANDOM
        RECORD KEY IS PalLibKey
        FILE STATUS IS PaletteLibraryStatus.

    SELECT CatTransOut ASSIGN TO "CATTRANS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CatTransOutStatus.

    SELECT SelectOut ASSIGN TO "SELECTFL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SelectOutStatus.

    SELECT IntakeReport ASSIGN TO "INTAKRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS IntakeReportStatus.

DATA DIVISION.
FILE SECTION.

FD  ReqTransFile.
01  ReqTransRecord.
    05  ReqTransAction          PIC X(08).
    05  ReqTransImage           PIC X(366).
    05  ReqTransKey REDEFINES ReqTransImage.
        10  ReqTransId          PIC X(10).
        10  FILLER              PIC X(356).

FD  RequestMaster.
01  RequestMasterRecord.
    05  ReqMasterKey            PIC X(10).
    05  FILLER                  PIC X(356).

FD  RegionCatalog.
01  RegionCatalogRecord.
    05  CatalogRecordKey        PIC X(20).
    05  FILLER                  PIC X(253).

FD  PaletteLibrary.
01  PaletteLibraryRecord.
    05  PalLibKey               PIC X(20).
    05  FILLER                  PIC X(176).

*> Must match catalog_maint.cob's TransRecord byte for byte.
FD  CatTransOut.
01  CatTransOutRecord.
    05  CatTransOutAction       PIC X(08).
    05  CatTransOutImage        PIC X(273).

*> Cobolbrot's SELECTFL layout : one RegionName per record.
FD  SelectOut.
01  SelectOutRecord.
    05  SelectOutRegionName     PIC X(20).

FD  IntakeReport.
01  IntakeReportLine            PIC X(132).

WORKING-STORAGE SECTION.

01  ReqTransFileStatus          PIC XX VALUE "00".
01  RequestMasterStatus         PIC XX VALUE "00".
01  RegionCatalogStatus         PIC XX VALUE "00".
01  PaletteLibraryStatus        PIC XX VALUE "00".
01  CatTransOutStatus           PIC XX VALUE "00".
01  SelectOutStatus             PIC XX VALUE "00".
01  IntakeReportStatus          PIC XX VALUE "00".

01  EndOfTransSwitch            PIC X VALUE "N".
    88  AtEndOfTrans                    VALUE "Y".
01  EndOfMasterSwitch           PIC X VALUE "N".
    88  AtEndOfMaster                   VALUE "Y" FALSE "N".
01  CatalogOnFileSwitch         PIC X VALUE "N".
    88  CatalogOnFile                   VALUE "Y" FALSE "N".
01  PaletteLibraryOpenSwitch    PIC X VALUE "N".
    88  PaletteLibraryOpen              VALUE "Y" FALSE "N".
01  RegionNeedsAddSwitch        PIC X VALUE "N".
    88  RegionNeedsAdd                  VALUE "Y" FALSE "N".
01  EntryFoundSwitch            PIC X VALUE "N".
    88  EntryFound                      VALUE "Y" FALSE "N".

*> The request being added or maintained - the shared layout.
01  RequestRow.
    COPY "reqrec.cpy".

*> Structured view of the requested region - the shared catalog
*> layout, same copybook Cobolbrot reads with.
01  CatalogWorkRow.
    COPY "regionrec.cpy".
01  CatalogRowImage             PIC X(273) VALUE SPACES.

*> Working fields ValidateRegionParameters needs, mirroring the
*> fields Cobolbrot validates against at render time.
01  MaxRowBytes                 PIC 9(9) VALUE ZERO.
01  OutputRecordCapacity        CONSTANT 32000.

*> Regions given a CATTRANS ADD in this run, so a second request for
*> the same new region neither adds it twice nor redefines it.
01  AddedRegionCount            PIC 9(3) VALUE ZERO.
01  AddedRegionLimit            CONSTANT 200.
01  AddedRegionTable.
    05  AddedRegionImage        PIC X(273) OCCURS 200.
01  AddedIndex                  PIC 9(3) COMP VALUE ZERO.

*> Every QUEUED request, sorted most urgent first for the SELECTFL.
*> The sort key is priority, due date, request number - compared as
*> one string, since all three are fixed-width and left-justified.
01  QueueCount                  PIC 9(3) VALUE ZERO.
01  QueueLimit                  CONSTANT 500.
01  QueueTable.
    05  QueueEntry OCCURS 500.
        10  QueueSortKey.
            15  QueuePriority   PIC 9(1).
            15  QueueDueDate    PIC 9(8).
            15  QueueReqId      PIC X(10).
        10  QueueRegionName     PIC X(20).
01  SwapEntry                   PIC X(39) VALUE SPACES.
01  QueueIndex                  PIC 9(3) COMP VALUE ZERO.
01  ScanIndex                   PIC 9(3) COMP VALUE ZERO.
01  LowIndex                    PIC 9(3) COMP VALUE ZERO.
01  QueueOverflowCount          PIC 9(5) VALUE ZERO.

*> Cobolbrot's SelectNameLimit - a longer list stops the render.
01  SelectNameLimit             CONSTANT 200.
01  SelectNameCount             PIC 9(3) VALUE ZERO.
01  SelectedNameTable.
    05  SelectedName            PIC X(20) OCCURS 200.
01  SelectIndex                 PIC 9(3) COMP VALUE ZERO.
01  HeldOverCount               PIC 9(5) VALUE ZERO.

01  CurrentDate                 PIC 9(8) VALUE ZERO.

01  TransReadCount              PIC 9(5) VALUE ZERO.
01  TransAcceptedCount          PIC 9(5) VALUE ZERO.
01  TransRejectedCount          PIC 9(5) VALUE ZERO.
01  CatalogAddCount             PIC 9(5) VALUE ZERO.
01  ValidationReturnCode        PIC S9(4) VALUE ZERO.
01  IntakeReturnCode            PIC S9(4) VALUE ZERO.

01  AcceptedNote                PIC X(50) VALUE SPACES.
01  ReportWorkLine              PIC X(132) VALUE SPACES.
01  TransCountEdited            PIC ZZZZ9.
01  SelectCountEdited           PIC ZZ9.

PROCEDURE DIVISION.

Mainline.
    PERFORM OpenFiles
    PERFORM OpenMaster
    PERFORM OpenCatalog
    PERFORM ApplyOneTransaction UNTIL AtEndOfTrans
    PERFORM LoadQueuedRequests
    PERFORM SortQueueByUrgency
    PERFORM WriteNightSelect
    PERFORM PrintTotals
    PERFORM CloseFiles
    MOVE IntakeReturnCode TO RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> Housekeeping.  A missing REQUESTS master is not fatal - the first
*> run builds it from nothing with ADD transactions.  A missing
*> REQTRANS is not fatal either : a night with no new requests
*> still needs its SELECTFL rebuilt from the ones already queued.
*> ---------------------------------------------------------------
OpenFiles.
    ACCEPT CurrentDate FROM DATE YYYYMMDD

    OPEN INPUT ReqTransFile
    IF ReqTransFileStatus = "35"
        DISPLAY "REQINTAKE-I002 NO REQTRANS FILE - REBUILDING THE"
            " SELECT LIST FROM THE REQUESTS ALREADY QUEUED"
        SET AtEndOfTrans TO TRUE
    ELSE
        IF ReqTransFileStatus NOT = "00"
            DISPLAY "REQINTAKE-E010 CANNOT OPEN TRANSACTION FILE"
                " REQTRANS, STATUS " ReqTransFileStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT IntakeReport
    IF IntakeReportStatus NOT = "00"
        DISPLAY "REQINTAKE-E011 CANNOT OPEN REPORT FILE INTAKRPT,"
            " STATUS " IntakeReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT CatTransOut
    IF CatTransOutStatus NOT = "00"
        DISPLAY "REQINTAKE-E013 CANNOT OPEN CATTRANS FOR OUTPUT,"
            " STATUS " CatTransOutStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT SelectOut
    IF SelectOutStatus NOT = "00"
        DISPLAY "REQINTAKE-E014 CANNOT OPEN SELECTFL FOR OUTPUT,"
            " STATUS " SelectOutStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "RENDER REQUEST INTAKE REPORT" TO IntakeReportLine
    WRITE IntakeReportLine
    MOVE ALL "=" TO IntakeReportLine(1:28)
    WRITE IntakeReportLine
    MOVE SPACES TO IntakeReportLine
    WRITE IntakeReportLine
    MOVE "TRANSACTIONS" TO IntakeReportLine
    WRITE IntakeReportLine.

OpenMaster.
    OPEN I-O RequestMaster
    IF RequestMasterStatus = "35"
        DISPLAY "REQINTAKE-W001 NO EXISTING REQUESTS MASTER -"
            " STARTING FROM AN EMPTY ONE"
        OPEN OUTPUT RequestMaster
        IF RequestMasterStatus NOT = "00"
            DISPLAY "REQINTAKE-E012 CANNOT CREATE REQUESTS MASTER,"
                " STATUS " RequestMasterStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE RequestMaster
        OPEN I-O RequestMaster
    END-IF
    IF RequestMasterStatus NOT = "00"
        DISPLAY "REQINTAKE-E012 CANNOT OPEN REQUESTS MASTER,"
            " STATUS " RequestMasterStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

OpenCatalog.
    OPEN INPUT RegionCatalog
    IF RegionCatalogStatus = "35"
        EXIT PARAGRAPH
    END-IF
    IF RegionCatalogStatus NOT = "00"
        DISPLAY "REQINTAKE-E000 CANNOT OPEN REGION CATALOG, STATUS "
            RegionCatalogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET CatalogOnFile TO TRUE.

*> ---------------------------------------------------------------
*> One transaction read, validated and applied (or rejected) per
*> pass, with one report line per transaction either way.
*> ---------------------------------------------------------------
ApplyOneTransaction.
    READ ReqTransFile
        AT END
            SET AtEndOfTrans TO TRUE
        NOT AT END
            ADD 1 TO TransReadCount
            MOVE ZERO TO ValidationReturnCode
            IF ReqTransId = SPACES
                DISPLAY "REQINTAKE-E018 " ReqTransAction
                    " REJECTED - TRANSACTION HAS A BLANK REQUEST"
                    " NUMBER"
                MOVE 16 TO ValidationReturnCode
                PERFORM ReportRejected
                EXIT PARAGRAPH
            END-IF
            EVALUATE ReqTransAction
                WHEN "ADD"
                    PERFORM ApplyAddTransaction
                WHEN "CHANGE"
                    PERFORM ApplyChangeTransaction
                WHEN "CANCEL"
                    PERFORM ApplyCancelTransaction
                WHEN OTHER
                    DISPLAY "REQINTAKE-E009 UNKNOWN ACTION '"
                        ReqTransAction "' FOR " ReqTransId
                    MOVE 16 TO ValidationReturnCode
                    PERFORM ReportRejected
            END-EVALUATE
    END-READ.

ApplyAddTransaction.
    MOVE ReqTransId TO ReqMasterKey
    READ RequestMaster
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "REQINTAKE-E007 ADD REJECTED - REQUEST "
                ReqTransId " ALREADY ON THE MASTER"
            MOVE 16 TO ValidationReturnCode
    END-READ
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE ReqTransImage TO RequestRow
    PERFORM ValidateRequestFields
    MOVE ReqRegionImage TO CatalogWorkRow
    IF RegionName = SPACES
        DISPLAY "REQINTAKE-E018 REQUEST " ReqId
            " REJECTED - THE REQUESTED REGION HAS A BLANK NAME"
        MOVE 16 TO ValidationReturnCode
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    PERFORM NormalizeCatalogRow
    PERFORM ValidateRegionParameters
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    PERFORM CheckRegionAgainstCatalog
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF

    MOVE CatalogWorkRow TO ReqRegionImage
    MOVE CurrentDate TO ReqReceivedDate
    MOVE "QUEUED" TO ReqStatus
    MOVE ZERO TO ReqRenderedDate
    MOVE ZERO TO ReqDeliveredDate
    MOVE RequestRow TO RequestMasterRecord
    WRITE RequestMasterRecord
    IF RequestMasterStatus NOT = "00"
        DISPLAY "REQINTAKE-E015 WRITE FAILED ON REQUESTS,"
            " STATUS " RequestMasterStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    IF RegionNeedsAdd
        MOVE "ADD" TO CatTransOutAction
        MOVE CatalogWorkRow TO CatTransOutImage
        WRITE CatTransOutRecord
        IF CatTransOutStatus NOT = "00"
            DISPLAY "REQINTAKE-E013 WRITE FAILED ON CATTRANS,"
                " STATUS " CatTransOutStatus
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO AddedRegionCount
        MOVE CatalogWorkRow TO AddedRegionImage(AddedRegionCount)
        ADD 1 TO CatalogAddCount
        MOVE "QUEUED, CATALOG ADD WRITTEN" TO AcceptedNote
    ELSE
        MOVE "QUEUED, REGION ALREADY CATALOGUED" TO AcceptedNote
    END-IF
    PERFORM ReportAccepted.

*> Only the requester, department, due date and priority change -
*> bytes 11-50 and 59-67 of the transaction image.
ApplyChangeTransaction.
    MOVE ReqTransId TO ReqMasterKey
    READ RequestMaster INTO RequestRow
        INVALID KEY
            DISPLAY "REQINTAKE-E008 CHANGE REJECTED - REQUEST "
                ReqTransId " NOT ON THE MASTER"
            MOVE 16 TO ValidationReturnCode
    END-READ
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    IF ReqStatus NOT = "QUEUED"
        DISPLAY "REQINTAKE-E037 CHANGE REJECTED - REQUEST "
            ReqTransId " IS " ReqStatus ", NOT QUEUED"
        MOVE 16 TO ValidationReturnCode
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE ReqTransImage(11:40) TO RequestRow(11:40)
    MOVE ReqTransImage(59:9) TO RequestRow(59:9)
    PERFORM ValidateRequestFields
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE RequestRow TO RequestMasterRecord
    REWRITE RequestMasterRecord
    IF RequestMasterStatus NOT = "00"
        DISPLAY "REQINTAKE-E015 REWRITE FAILED ON REQUESTS,"
            " STATUS " RequestMasterStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "UPDATED" TO AcceptedNote
    PERFORM ReportAccepted.

*> A withdrawn request leaves its region catalogued - the row is
*> valid, and another request may yet ask for it.
ApplyCancelTransaction.
    MOVE ReqTransId TO ReqMasterKey
    READ RequestMaster INTO RequestRow
        INVALID KEY
            DISPLAY "REQINTAKE-E008 CANCEL REJECTED - REQUEST "
                ReqTransId " NOT ON THE MASTER"
            MOVE 16 TO ValidationReturnCode
    END-READ
    IF ValidationReturnCode NOT = ZERO
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    IF ReqStatus NOT = "QUEUED"
        DISPLAY "REQINTAKE-E037 CANCEL REJECTED - REQUEST "
            ReqTransId " IS " ReqStatus ", NOT QUEUED"
        MOVE 16 TO ValidationReturnCode
        PERFORM ReportRejected
        EXIT PARAGRAPH
    END-IF
    MOVE "CANCELLED" TO ReqStatus
    MOVE RequestRow TO RequestMasterRecord
    REWRITE RequestMasterRecord
    IF RequestMasterStatus NOT = "00"
        DISPLAY "REQINTAKE-E015 REWRITE FAILED ON REQUESTS,"
            " STATUS " RequestMasterStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "CANCELLED" TO AcceptedNote
    PERFORM ReportAccepted.

*> The request's own fields : someone to answer to, a real date not
*> already behind us, and a priority on the 1-9 scale.
ValidateRequestFields.
    IF ReqRequester = SPACES OR ReqDepartment = SPACES
        DISPLAY "REQINTAKE-E031 REQUEST " ReqId
            " REJECTED - REQUESTER AND DEPARTMENT ARE BOTH REQUIRED"
        MOVE 16 TO ValidationReturnCode
    END-IF
    IF ReqDueDate NOT NUMERIC
        DISPLAY "REQINTAKE-E032 REQUEST " ReqId
            " REJECTED - DUE DATE IS NOT A VALID YYYYMMDD DATE"
        MOVE 16 TO ValidationReturnCode
    ELSE
        IF FUNCTION TEST-DATE-YYYYMMDD(ReqDueDate) NOT = ZERO
            DISPLAY "REQINTAKE-E032 REQUEST " ReqId
                " REJECTED - DUE DATE IS NOT A VALID YYYYMMDD DATE"
            MOVE 16 TO ValidationReturnCode
        ELSE
            IF ReqDueDate < CurrentDate
                DISPLAY "REQINTAKE-E032 REQUEST " ReqId
                    " REJECTED - DUE DATE " ReqDueDate
                    " IS ALREADY PAST"
                MOVE 16 TO ValidationReturnCode
            END-IF
        END-IF
    END-IF
    IF ReqPriority NOT NUMERIC
        DISPLAY "REQINTAKE-E033 REQUEST " ReqId
            " REJECTED - PRIORITY MUST BE 1 THROUGH 9"
        MOVE 16 TO ValidationReturnCode
    ELSE
        IF ReqPriority < 1
            DISPLAY "REQINTAKE-E033 REQUEST " ReqId
                " REJECTED - PRIORITY MUST BE 1 THROUGH 9"
            MOVE 16 TO ValidationReturnCode
        END-IF
    END-IF.

*> A requested region is added to the catalog unless it is already
*> there (or already being added by this run) with exactly this row.
*> The same name with any other row is a different picture.
CheckRegionAgainstCatalog.
    SET RegionNeedsAdd TO TRUE
    SET EntryFound TO FALSE
    PERFORM VARYING AddedIndex FROM 1 BY 1
            UNTIL AddedIndex > AddedRegionCount OR EntryFound
        IF AddedRegionImage(AddedIndex)(1:20) = RegionName
            SET EntryFound TO TRUE
            SET RegionNeedsAdd TO FALSE
            IF AddedRegionImage(AddedIndex) NOT = CatalogWorkRow
                DISPLAY "REQINTAKE-E036 REQUEST " ReqId
                    " REJECTED - REGION " RegionName
                    " IS ASKED FOR EARLIER IN THIS RUN WITH"
                    " DIFFERENT PARAMETERS"
                MOVE 16 TO ValidationReturnCode
            END-IF
        END-IF
    END-PERFORM
    IF EntryFound
        EXIT PARAGRAPH
    END-IF
    IF CatalogOnFile
        MOVE RegionName TO CatalogRecordKey
        READ RegionCatalog INTO CatalogRowImage
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET RegionNeedsAdd TO FALSE
                IF CatalogRowImage NOT = CatalogWorkRow
                    DISPLAY "REQINTAKE-E035 REQUEST " ReqId
                        " REJECTED - REGION " RegionName
                        " IS ALREADY CATALOGUED WITH DIFFERENT"
                        " PARAMETERS - ASK FOR A NEW REGION NAME"
                    MOVE 16 TO ValidationReturnCode
                END-IF
        END-READ
    END-IF
    IF RegionNeedsAdd AND AddedRegionCount >= AddedRegionLimit
        DISPLAY "REQINTAKE-E034 REQUEST " ReqId
            " REJECTED - MORE THAN " AddedRegionLimit
            " NEW REGIONS IN ONE INTAKE RUN"
        MOVE 16 TO ValidationReturnCode
    END-IF.

*> Transactions punched against an older, shorter row layout leave
*> the newer numeric fields as spaces - treat those as zero, the
*> same way CatalogMaint does.
NormalizeCatalogRow.
    IF RegionSuperSample = SPACES
        MOVE ZERO TO RegionSuperSample
    END-IF
    IF RegionPower = SPACES
        MOVE ZERO TO RegionPower
    END-IF.

*> ---------------------------------------------------------------
*> The same rules CatalogMaint and Cobolbrot's
*> ValidateRegionParameters enforce, applied at intake so a bad
*> request is bounced before it is promised.  Message numbers match
*> main.cob's so operators can look either one up.
*> ---------------------------------------------------------------
ValidateRegionParameters.
    IF RegionRmin NOT NUMERIC OR RegionRmax NOT NUMERIC
            OR RegionImin NOT NUMERIC OR RegionImax NOT NUMERIC
            OR RegionJuliaCR NOT NUMERIC OR RegionJuliaCI NOT NUMERIC
            OR RegionSizeX NOT NUMERIC OR RegionSizeY NOT NUMERIC
            OR RegionMaxIter NOT NUMERIC
            OR RegionCheckpointEvery NOT NUMERIC
            OR RegionSuperSample NOT NUMERIC
            OR RegionPower NOT NUMERIC
        DISPLAY "REQINTAKE-E017 REGION " RegionName
            " REJECTED - NON-NUMERIC DATA IN A NUMERIC FIELD"
        MOVE 16 TO ValidationReturnCode
        EXIT PARAGRAPH
    END-IF
    IF RegionRmax NOT > RegionRmin
        DISPLAY "REQINTAKE-E001 REGION " RegionName
            " REJECTED - RMAX MUST BE GREATER THAN RMIN"
        MOVE 16 TO ValidationReturnCode
    END-IF
    IF RegionImax NOT > RegionImin
        DISPLAY "REQINTAKE-E002 REGION " RegionName
            " REJECTED - IMAX MUST BE GREATER THAN IMIN"
        MOVE 16 TO ValidationReturnCode
    END-IF
    IF RegionSizeX < 2
        DISPLAY "REQINTAKE-E003 REGION " RegionName
            " REJECTED - SIZEX MUST BE AT LEAST 2"
        MOVE 16 TO ValidationReturnCode
    END-IF
    IF RegionSizeY < 2
        DISPLAY "REQINTAKE-E004 REGION " RegionName
            " REJECTED - SIZEY MUST BE AT LEAST 2"
        MOVE 16 TO ValidationReturnCode
    END-IF
    IF RegionMaxIter < 1
        DISPLAY "REQINTAKE-E005 REGION " RegionName
            " REJECTED - MAXITER MUST BE GREATER THAN ZERO"
        MOVE 16 TO ValidationReturnCode
    END-IF
    IF RegionMode NOT = "M" AND RegionMode NOT = "J"
            AND RegionMode NOT = "B" AND RegionMode NOT = "T"
            AND RegionMode NOT = "P"
        DISPLAY "REQINTAKE-E025 REGION " RegionName
            " REJECTED - MODE '" RegionMode
            "' IS NOT ONE OF M / J / B / T / P"
        MOVE 16 TO ValidationReturnCode
    END-IF
    IF RegionMode = "P"
            AND (RegionPower < 2 OR RegionPower > 9)
        DISPLAY "REQINTAKE-E026 REGION " RegionName
            " REJECTED - MULTIBROT POWER MUST BE 2 THROUGH 9"
        MOVE 16 TO ValidationReturnCode
    END-IF
    IF RegionColorMode NOT = "G" AND RegionColorMode NOT = "C"
            AND RegionColorMode NOT = "S" AND RegionColorMode NOT = "H"
            AND RegionColorMode NOT = "5" AND RegionColorMode NOT = "6"
        DISPLAY "REQINTAKE-E022 REGION " RegionName
            " REJECTED - COLOUR MODE '" RegionColorMode
            "' IS NOT ONE OF G / C / S / H / 5 / 6"
        MOVE 16 TO ValidationReturnCode
    END-IF
    EVALUATE TRUE
        WHEN RegionColorMode = "C" OR RegionColorMode = "S"
            COMPUTE MaxRowBytes = RegionSizeY * 12
        WHEN RegionColorMode = "6"
            COMPUTE MaxRowBytes = RegionSizeY * 3
        WHEN RegionColorMode = "5"
            COMPUTE MaxRowBytes = RegionSizeY * 1
        WHEN OTHER
            COMPUTE MaxRowBytes = RegionSizeY * 4
    END-EVALUATE
    IF MaxRowBytes > OutputRecordCapacity
        DISPLAY "REQINTAKE-E006 REGION " RegionName
            " REJECTED - SIZEY TOO LARGE FOR THE OUTPUT ROW BUFFER"
            " AT THIS COLOUR MODE"
        MOVE 16 TO ValidationReturnCode
    END-IF
    IF RegionSuperSample > 8
        DISPLAY "REQINTAKE-E024 REGION " RegionName
            " REJECTED - SUPERSAMPLE FACTOR MUST BE 8 OR LESS"
        MOVE 16 TO ValidationReturnCode
    END-IF
*> Histogram regions always archive (to a scratch file when none is
*> catalogued), so the archive row limit applies to them too.
    IF RegionIterDataFile NOT = SPACES OR RegionColorMode = "H"
        COMPUTE MaxRowBytes = RegionSizeY * 5
        IF MaxRowBytes > OutputRecordCapacity
            DISPLAY "REQINTAKE-E019 REGION " RegionName
                " REJECTED - SIZEY TOO LARGE FOR THE ITERATION"
                " ARCHIVE ROW"
            MOVE 16 TO ValidationReturnCode
        END-IF
    END-IF
    IF RegionPaletteName NOT = SPACES
        PERFORM CheckPaletteOnFile
    END-IF.

*> A named palette must already be in the library, or the render
*> would fail the region with COBOLBROT-E030.
CheckPaletteOnFile.
    IF NOT PaletteLibraryOpen
        OPEN INPUT PaletteLibrary
        IF PaletteLibraryStatus NOT = "00"
            DISPLAY "REQINTAKE-E030 REGION " RegionName
                " REJECTED - NAMES PALETTE " RegionPaletteName
                " BUT THE PALETTE LIBRARY CANNOT BE OPENED, STATUS "
                PaletteLibraryStatus
            MOVE 16 TO ValidationReturnCode
            EXIT PARAGRAPH
        END-IF
        SET PaletteLibraryOpen TO TRUE
    END-IF
    MOVE RegionPaletteName TO PalLibKey
    READ PaletteLibrary
        INVALID KEY
            DISPLAY "REQINTAKE-E030 REGION " RegionName
                " REJECTED - PALETTE " RegionPaletteName
                " IS NOT IN THE PALETTE LIBRARY"
            MOVE 16 TO ValidationReturnCode
    END-READ.

*> ---------------------------------------------------------------
*> The night's select list : every QUEUED request on the master,
*> most urgent first.
*> ---------------------------------------------------------------
LoadQueuedRequests.
    MOVE ZERO TO QueueCount
    SET AtEndOfMaster TO FALSE
    MOVE LOW-VALUES TO ReqMasterKey
    START RequestMaster KEY NOT < ReqMasterKey
        INVALID KEY
            SET AtEndOfMaster TO TRUE
    END-START
    PERFORM UNTIL AtEndOfMaster
        READ RequestMaster NEXT INTO RequestRow
            AT END
                SET AtEndOfMaster TO TRUE
            NOT AT END
                IF ReqStatus = "QUEUED"
                    PERFORM AddQueueEntry
                END-IF
        END-READ
    END-PERFORM.

AddQueueEntry.
    IF QueueCount >= QueueLimit
        ADD 1 TO QueueOverflowCount
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO QueueCount
    MOVE ReqPriority TO QueuePriority(QueueCount)
    MOVE ReqDueDate TO QueueDueDate(QueueCount)
    MOVE ReqId TO QueueReqId(QueueCount)
    MOVE ReqRegionImage(1:20) TO QueueRegionName(QueueCount).

*> Selection sort on the urgency key - a night's queue is a few
*> hundred rows at most, so the simplest sort there is.
SortQueueByUrgency.
    PERFORM VARYING QueueIndex FROM 1 BY 1
            UNTIL QueueIndex >= QueueCount
        MOVE QueueIndex TO LowIndex
        PERFORM VARYING ScanIndex FROM QueueIndex BY 1
                UNTIL ScanIndex > QueueCount
            IF QueueSortKey(ScanIndex) < QueueSortKey(LowIndex)
                MOVE ScanIndex TO LowIndex
            END-IF
        END-PERFORM
        IF LowIndex NOT = QueueIndex
            MOVE QueueEntry(QueueIndex) TO SwapEntry
            MOVE QueueEntry(LowIndex) TO QueueEntry(QueueIndex)
            MOVE SwapEntry TO QueueEntry(LowIndex)
        END-IF
    END-PERFORM.

*> Two requests for one region render it once - the name is listed
*> at the more urgent request's place.
WriteNightSelect.
    MOVE SPACES TO IntakeReportLine
    WRITE IntakeReportLine
    MOVE "TONIGHT'S SELECT LIST (MOST URGENT FIRST)"
        TO IntakeReportLine
    WRITE IntakeReportLine
    PERFORM VARYING QueueIndex FROM 1 BY 1
            UNTIL QueueIndex > QueueCount
        SET EntryFound TO FALSE
        PERFORM VARYING SelectIndex FROM 1 BY 1
                UNTIL SelectIndex > SelectNameCount OR EntryFound
            IF SelectedName(SelectIndex) = QueueRegionName(QueueIndex)
                SET EntryFound TO TRUE
            END-IF
        END-PERFORM
        IF NOT EntryFound
            IF SelectNameCount >= SelectNameLimit
                ADD 1 TO HeldOverCount
                MOVE "HELD OVER - SELECT LIST FULL" TO AcceptedNote
            ELSE
                ADD 1 TO SelectNameCount
                MOVE QueueRegionName(QueueIndex)
                    TO SelectedName(SelectNameCount)
                MOVE QueueRegionName(QueueIndex)
                    TO SelectOutRegionName
                WRITE SelectOutRecord
                IF SelectOutStatus NOT = "00"
                    DISPLAY "REQINTAKE-E014 WRITE FAILED ON SELECTFL,"
                        " STATUS " SelectOutStatus
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE "SELECTED" TO AcceptedNote
            END-IF
        ELSE
            MOVE "SELECTED (REGION ALREADY LISTED)" TO AcceptedNote
        END-IF
        MOVE SPACES TO ReportWorkLine
        STRING "  " DELIMITED BY SIZE
               QueueReqId(QueueIndex) DELIMITED BY SIZE
               " P" DELIMITED BY SIZE
               QueuePriority(QueueIndex) DELIMITED BY SIZE
               " DUE " DELIMITED BY SIZE
               QueueDueDate(QueueIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QueueRegionName(QueueIndex) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AcceptedNote DELIMITED BY SIZE
            INTO ReportWorkLine
        MOVE ReportWorkLine TO IntakeReportLine
        WRITE IntakeReportLine
    END-PERFORM

    IF QueueOverflowCount > ZERO
        ADD QueueOverflowCount TO HeldOverCount
    END-IF
    IF HeldOverCount > ZERO
        DISPLAY "REQINTAKE-W003 " HeldOverCount
            " QUEUED REQUEST(S) HELD OVER - THE SELECT LIST IS FULL"
        IF IntakeReturnCode < 4
            MOVE 4 TO IntakeReturnCode
        END-IF
    END-IF
    IF SelectNameCount = ZERO
        DISPLAY "REQINTAKE-W004 NO QUEUED REQUESTS - SELECTFL IS"
            " EMPTY; SKIP TONIGHT'S RENDER STEP"
        IF IntakeReturnCode < 4
            MOVE 4 TO IntakeReturnCode
        END-IF
    END-IF.

*> ---------------------------------------------------------------
*> Report writing.
*> ---------------------------------------------------------------
ReportAccepted.
    ADD 1 TO TransAcceptedCount
    MOVE SPACES TO ReportWorkLine
    STRING ReqTransAction DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           ReqTransId DELIMITED BY SIZE
           " - ACCEPTED, " DELIMITED BY SIZE
           AcceptedNote DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO IntakeReportLine
    WRITE IntakeReportLine.

ReportRejected.
    ADD 1 TO TransRejectedCount
    MOVE 8 TO IntakeReturnCode
    MOVE SPACES TO ReportWorkLine
    STRING ReqTransAction DELIMITED BY SIZE
           " "         DELIMITED BY SIZE
           ReqTransId DELIMITED BY SIZE
           " - REJECTED (SEE CONSOLE MESSAGES)" DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO IntakeReportLine
    WRITE IntakeReportLine.

PrintTotals.
    MOVE SPACES TO IntakeReportLine
    WRITE IntakeReportLine
    MOVE TransReadCount TO TransCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "TRANSACTIONS READ     : " DELIMITED BY SIZE
           TransCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO IntakeReportLine
    WRITE IntakeReportLine
    MOVE TransAcceptedCount TO TransCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "TRANSACTIONS ACCEPTED : " DELIMITED BY SIZE
           TransCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO IntakeReportLine
    WRITE IntakeReportLine
    MOVE TransRejectedCount TO TransCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "TRANSACTIONS REJECTED : " DELIMITED BY SIZE
           TransCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO IntakeReportLine
    WRITE IntakeReportLine
    MOVE CatalogAddCount TO TransCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "CATALOG ADDS WRITTEN  : " DELIMITED BY SIZE
           TransCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO IntakeReportLine
    WRITE IntakeReportLine
    MOVE SelectNameCount TO SelectCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "REGIONS SELECTED      :   " DELIMITED BY SIZE
           SelectCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO IntakeReportLine
    WRITE IntakeReportLine
    MOVE HeldOverCount TO TransCountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "REQUESTS HELD OVER    : " DELIMITED BY SIZE
           TransCountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO IntakeReportLine
    WRITE IntakeReportLine
    DISPLAY "REQINTAKE-I001 INTAKE COMPLETE - "
        TransAcceptedCount " ACCEPTED, "
        TransRejectedCount " REJECTED, "
        SelectNameCount " REGION(S) SELECTED".

CloseFiles.
    IF ReqTransFileStatus NOT = "35"
        CLOSE ReqTransFile
    END-IF
    CLOSE RequestMaster
    IF CatalogOnFile
        CLOSE RegionCatalog
    END-IF
    IF PaletteLibraryOpen
        CLOSE PaletteLibrary
    END-IF
    CLOSE CatTransOut
    CLOSE SelectOut
    CLOSE IntakeReport.

END PROGRAM RequestIntake.
