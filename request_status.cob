IDENTIFICATION DIVISION.
PROGRAM-ID. RequestStatus.
AUTHOR. Ker2x.

*> Modification history
*> ---------------------------------------------------------------
*> The morning half of request tracking.  RequestIntake puts
*> requests on the REQUESTS master as QUEUED; this program reads the
*> AUDITLOG and moves each open request along by matching audit
*> rows to its region name :
*>   QUEUED   -> RENDERED   a strip partial's row for the region
*>                          (AuditStripNumber not zero) - the pixels
*>                          are computed but the deliverable is
*>                          still in pieces
*>   QUEUED or
*>   RENDERED -> DELIVERED  a whole-image row (AuditStripNumber
*>                          zero) - a single-pass render, or the row
*>                          ImageMerge writes for the merged image
*> Only audit rows dated on or after the day the request was
*> received count, so an older render of the same region cannot
*> deliver a request made since.  A single-pass render goes from
*> QUEUED to DELIVERED in one step, with both dates set.
*>
*> It then prints the backlog report (BACKLRPT) : every open request
*> past its due date, with how many days late, and the master's
*> counts by status.
*>
*> Return code 0 when nothing is overdue, 4 when the backlog report
*> lists overdue requests, 16 on a file failure.
*>
*> Retention now leads a trimmed AUDITLOG with a hand-over row
*> (AuditRowType 'H') that only carries the audit chain across to
*> AUDITHIST; it names no render, so it is skipped here.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RequestMaster ASSIGN TO "REQUESTS"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY IS ReqMasterKey
        FILE STATUS IS RequestMasterStatus.

    *> Optional - absent (status 35) means nothing has rendered yet,
    *> and the backlog report is still worth printing.
    SELECT AuditLog ASSIGN TO "AUDITLOG"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AuditLogStatus.

    SELECT BacklogReport ASSIGN TO "BACKLRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS BacklogReportStatus.

DATA DIVISION.
FILE SECTION.

FD  RequestMaster.
01  RequestMasterRecord.
    05  ReqMasterKey            PIC X(10).
    05  FILLER                  PIC X(356).

*> Shared audit row layout - same copybook Cobolbrot and ImageMerge
*> write with.
FD  AuditLog.
01  AuditLogRecord.
    COPY "auditrec.cpy".

FD  BacklogReport.
01  BacklogReportLine           PIC X(132).

WORKING-STORAGE SECTION.

01  RequestMasterStatus         PIC XX VALUE "00".
01  AuditLogStatus              PIC XX VALUE "00".
01  BacklogReportStatus         PIC XX VALUE "00".

01  EndOfMasterSwitch           PIC X VALUE "N".
    88  AtEndOfMaster                   VALUE "Y" FALSE "N".
01  EndOfAuditSwitch            PIC X VALUE "N".
    88  AtEndOfAudit                    VALUE "Y".

*> The request being moved along or reported - the shared layout.
01  RequestRow.
    COPY "reqrec.cpy".

*> Every open (QUEUED or RENDERED) request, with the status and
*> dates the audit pass arrives at.  The same 500-row ceiling the
*> rest of the shop's tables hold.
01  OpenRequestCount            PIC 9(3) VALUE ZERO.
01  OpenRequestLimit            CONSTANT 500.
01  OpenRequestTable.
    05  OpenRequestEntry OCCURS 500.
        10  OpenReqId           PIC X(10).
        10  OpenRegionName      PIC X(20).
        10  OpenReceivedDate    PIC 9(8).
        10  OpenOldStatus       PIC X(10).
        10  OpenNewStatus       PIC X(10).
        10  OpenRenderedDate    PIC 9(8).
        10  OpenDeliveredDate   PIC 9(8).
01  OpenIndex                   PIC 9(3) COMP VALUE ZERO.
01  OpenOverflowCount           PIC 9(5) VALUE ZERO.

01  CurrentDate                 PIC 9(8) VALUE ZERO.
01  CurrentDateInteger          PIC 9(8) VALUE ZERO.
01  DaysOverdue                 PIC 9(5) VALUE ZERO.

01  AuditRowsRead               PIC 9(7) VALUE ZERO.
01  MovedCount                  PIC 9(5) VALUE ZERO.
01  QueuedCount                 PIC 9(5) VALUE ZERO.
01  RenderedCount               PIC 9(5) VALUE ZERO.
01  DeliveredCount              PIC 9(5) VALUE ZERO.
01  CancelledCount              PIC 9(5) VALUE ZERO.
01  OverdueCount                PIC 9(5) VALUE ZERO.
01  StatusReturnCode            PIC S9(4) VALUE ZERO.

01  ReportWorkLine              PIC X(132) VALUE SPACES.
01  CountEdited                 PIC ZZZZ9.
01  DaysOverdueEdited           PIC ZZZZ9.
01  AuditRowsEdited             PIC ZZZZZZ9.

PROCEDURE DIVISION.

Mainline.
    PERFORM OpenFiles
    PERFORM LoadOpenRequests
    PERFORM MatchAuditRows
    PERFORM ApplyStatusMoves
    PERFORM PrintOverdueBacklog
    PERFORM PrintTotals
    PERFORM CloseFiles
    MOVE StatusReturnCode TO RETURN-CODE
    STOP RUN.

*> ---------------------------------------------------------------
*> Housekeeping.  A missing REQUESTS master is fatal - there is
*> nothing to track until RequestIntake has run.
*> ---------------------------------------------------------------
OpenFiles.
    ACCEPT CurrentDate FROM DATE YYYYMMDD
    COMPUTE CurrentDateInteger =
        FUNCTION INTEGER-OF-DATE(CurrentDate)

    OPEN I-O RequestMaster
    IF RequestMasterStatus NOT = "00"
        DISPLAY "REQSTATUS-E012 CANNOT OPEN REQUESTS MASTER,"
            " STATUS " RequestMasterStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT BacklogReport
    IF BacklogReportStatus NOT = "00"
        DISPLAY "REQSTATUS-E011 CANNOT OPEN REPORT FILE BACKLRPT,"
            " STATUS " BacklogReportStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE "RENDER REQUEST STATUS AND BACKLOG REPORT"
        TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE ALL "=" TO BacklogReportLine(1:40)
    WRITE BacklogReportLine.

LoadOpenRequests.
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
                IF ReqStatus = "QUEUED" OR ReqStatus = "RENDERED"
                    PERFORM AddOpenRequest
                END-IF
        END-READ
    END-PERFORM
    IF OpenOverflowCount > ZERO
        DISPLAY "REQSTATUS-W002 MORE THAN " OpenRequestLimit
            " OPEN REQUESTS - " OpenOverflowCount
            " LEFT UNMATCHED THIS RUN"
        MOVE 4 TO StatusReturnCode
    END-IF.

AddOpenRequest.
    IF OpenRequestCount >= OpenRequestLimit
        ADD 1 TO OpenOverflowCount
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO OpenRequestCount
    MOVE ReqId TO OpenReqId(OpenRequestCount)
    MOVE ReqRegionImage(1:20) TO OpenRegionName(OpenRequestCount)
    MOVE ReqReceivedDate TO OpenReceivedDate(OpenRequestCount)
    MOVE ReqStatus TO OpenOldStatus(OpenRequestCount)
    MOVE ReqStatus TO OpenNewStatus(OpenRequestCount)
    MOVE ReqRenderedDate TO OpenRenderedDate(OpenRequestCount)
    MOVE ReqDeliveredDate TO OpenDeliveredDate(OpenRequestCount).

*> ---------------------------------------------------------------
*> One pass over the AUDITLOG.  Every open request for the row's
*> region moves on - two requests for one region are delivered by
*> the same render.
*> ---------------------------------------------------------------
MatchAuditRows.
    IF OpenRequestCount = ZERO
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT AuditLog
    IF AuditLogStatus = "35"
        DISPLAY "REQSTATUS-W001 NO AUDITLOG ON FILE - NO REQUEST"
            " CAN MOVE ON THIS RUN"
        EXIT PARAGRAPH
    END-IF
    IF AuditLogStatus NOT = "00"
        DISPLAY "REQSTATUS-E013 CANNOT OPEN AUDITLOG, STATUS "
            AuditLogStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL AtEndOfAudit
        READ AuditLog
            AT END
                SET AtEndOfAudit TO TRUE
            NOT AT END
                ADD 1 TO AuditRowsRead
                PERFORM MatchOneAuditRow
        END-READ
    END-PERFORM
    CLOSE AuditLog.

MatchOneAuditRow.
    IF AuditHandOverRow
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING OpenIndex FROM 1 BY 1
            UNTIL OpenIndex > OpenRequestCount
        IF OpenRegionName(OpenIndex) = AuditRegionName
                AND AuditRunDate NOT < OpenReceivedDate(OpenIndex)
                AND OpenNewStatus(OpenIndex) NOT = "DELIVERED"
            IF OpenRenderedDate(OpenIndex) = ZERO
                MOVE AuditRunDate TO OpenRenderedDate(OpenIndex)
            END-IF
            IF AuditStripNumber = ZERO
                MOVE "DELIVERED" TO OpenNewStatus(OpenIndex)
                MOVE AuditRunDate TO OpenDeliveredDate(OpenIndex)
            ELSE
                MOVE "RENDERED" TO OpenNewStatus(OpenIndex)
            END-IF
        END-IF
    END-PERFORM.

*> Rewrite every request whose status moved, one report line each.
ApplyStatusMoves.
    MOVE SPACES TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE "STATUS CHANGES" TO BacklogReportLine
    WRITE BacklogReportLine
    PERFORM VARYING OpenIndex FROM 1 BY 1
            UNTIL OpenIndex > OpenRequestCount
        IF OpenNewStatus(OpenIndex) NOT = OpenOldStatus(OpenIndex)
            PERFORM RewriteMovedRequest
        END-IF
    END-PERFORM
    IF MovedCount = ZERO
        MOVE "  NONE" TO BacklogReportLine
        WRITE BacklogReportLine
    END-IF.

RewriteMovedRequest.
    MOVE OpenReqId(OpenIndex) TO ReqMasterKey
    READ RequestMaster INTO RequestRow
        INVALID KEY
            DISPLAY "REQSTATUS-E015 REQUEST " OpenReqId(OpenIndex)
                " VANISHED FROM THE MASTER DURING THE RUN"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ
    MOVE OpenNewStatus(OpenIndex) TO ReqStatus
    MOVE OpenRenderedDate(OpenIndex) TO ReqRenderedDate
    MOVE OpenDeliveredDate(OpenIndex) TO ReqDeliveredDate
    MOVE RequestRow TO RequestMasterRecord
    REWRITE RequestMasterRecord
    IF RequestMasterStatus NOT = "00"
        DISPLAY "REQSTATUS-E015 REWRITE FAILED ON REQUESTS,"
            " STATUS " RequestMasterStatus
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO MovedCount
    MOVE SPACES TO ReportWorkLine
    STRING "  " DELIMITED BY SIZE
           ReqId DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OpenRegionName(OpenIndex) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           OpenOldStatus(OpenIndex) DELIMITED BY SPACE
           " -> " DELIMITED BY SIZE
           OpenNewStatus(OpenIndex) DELIMITED BY SPACE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO BacklogReportLine
    WRITE BacklogReportLine.

*> ---------------------------------------------------------------
*> The overdue backlog : every request not yet delivered (and not
*> withdrawn) whose due date is behind us, in request-number order,
*> read back after the moves above so it reflects this morning.
*> ---------------------------------------------------------------
PrintOverdueBacklog.
    MOVE SPACES TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE "OVERDUE REQUESTS" TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE SPACES TO BacklogReportLine
    MOVE "REQUEST" TO BacklogReportLine(3:7)
    MOVE "REQUESTER" TO BacklogReportLine(14:9)
    MOVE "DEPT" TO BacklogReportLine(45:4)
    MOVE "REGION" TO BacklogReportLine(56:6)
    MOVE "P" TO BacklogReportLine(77:1)
    MOVE "DUE" TO BacklogReportLine(79:3)
    MOVE "LATE" TO BacklogReportLine(88:4)
    MOVE "STATUS" TO BacklogReportLine(93:6)
    WRITE BacklogReportLine
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
                PERFORM CountAndListRequest
        END-READ
    END-PERFORM
    IF OverdueCount = ZERO
        MOVE "  NONE" TO BacklogReportLine
        WRITE BacklogReportLine
    ELSE
        MOVE 4 TO StatusReturnCode
    END-IF.

CountAndListRequest.
    EVALUATE ReqStatus
        WHEN "QUEUED"
            ADD 1 TO QueuedCount
        WHEN "RENDERED"
            ADD 1 TO RenderedCount
        WHEN "DELIVERED"
            ADD 1 TO DeliveredCount
        WHEN "CANCELLED"
            ADD 1 TO CancelledCount
    END-EVALUATE
    IF ReqStatus NOT = "QUEUED" AND ReqStatus NOT = "RENDERED"
        EXIT PARAGRAPH
    END-IF
    IF ReqDueDate NOT < CurrentDate
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO OverdueCount
    COMPUTE DaysOverdue = CurrentDateInteger
        - FUNCTION INTEGER-OF-DATE(ReqDueDate)
    MOVE DaysOverdue TO DaysOverdueEdited
    MOVE SPACES TO ReportWorkLine
    STRING "  " DELIMITED BY SIZE
           ReqId DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReqRequester DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReqDepartment DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReqRegionImage(1:20) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReqPriority DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReqDueDate DELIMITED BY SIZE
           DaysOverdueEdited DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ReqStatus DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO BacklogReportLine
    WRITE BacklogReportLine.

PrintTotals.
    MOVE SPACES TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE AuditRowsRead TO AuditRowsEdited
    MOVE SPACES TO ReportWorkLine
    STRING "AUDIT ROWS READ       : " DELIMITED BY SIZE
           AuditRowsEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE MovedCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "REQUESTS MOVED ON     :   " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE QueuedCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "QUEUED                :   " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE RenderedCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "RENDERED              :   " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE DeliveredCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "DELIVERED             :   " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE CancelledCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "CANCELLED             :   " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO BacklogReportLine
    WRITE BacklogReportLine
    MOVE OverdueCount TO CountEdited
    MOVE SPACES TO ReportWorkLine
    STRING "OVERDUE               :   " DELIMITED BY SIZE
           CountEdited DELIMITED BY SIZE
        INTO ReportWorkLine
    MOVE ReportWorkLine TO BacklogReportLine
    WRITE BacklogReportLine
    DISPLAY "REQSTATUS-I001 STATUS PASS COMPLETE - "
        MovedCount " MOVED ON, " OverdueCount " OVERDUE".

CloseFiles.
    CLOSE RequestMaster
    CLOSE BacklogReport.

END PROGRAM RequestStatus.
