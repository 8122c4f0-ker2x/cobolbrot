*> One row per render request : who asked, by when, how urgently,
*> where it stands, and the region it asks for.  COPY this under a
*> program's own 01 level - RequestIntake adds and maintains rows,
*> RequestStatus moves them along from the AUDITLOG, and the
*> layout is shared for the same reason the catalog and audit rows
*> are.
*> The REQUESTS master carries this row under an indexed
*> organization with ReqId - the first 10 bytes - as the record key.
*> Columns (1-based byte offsets):
*>   1-10    ReqId                request number, left-justified
*>   11-40   ReqRequester         who asked
*>   41-50   ReqDepartment        the requester's department
*>   51-58   ReqReceivedDate      YYYYMMDD the intake accepted it
*>   59-66   ReqDueDate           YYYYMMDD promised to the requester
*>   67      ReqPriority          1 (most urgent) through 9
*>   68-77   ReqStatus            QUEUED    accepted, not yet rendered
*>                                RENDERED  strip partials are in,
*>                                          the merge is not
*>                                DELIVERED the whole image is in
*>                                CANCELLED withdrawn before render
*>   78-85   ReqRenderedDate      YYYYMMDD of the first AUDITLOG row
*>                                for the region; zero until then
*>   86-93   ReqDeliveredDate     YYYYMMDD of the whole-image row
*>                                (a single-pass render or the
*>                                ImageMerge row); zero until then
*>   94-366  ReqRegionImage       the requested region, as a full
*>                                catalog row (see regionrec.cpy)
    05  ReqId                   PIC X(10).
    05  ReqRequester            PIC X(30).
    05  ReqDepartment           PIC X(10).
    05  ReqReceivedDate         PIC 9(8).
    05  ReqDueDate              PIC 9(8).
    05  ReqPriority             PIC 9(1).
    05  ReqStatus               PIC X(10).
    05  ReqRenderedDate         PIC 9(8).
    05  ReqDeliveredDate        PIC 9(8).
    05  ReqRegionImage          PIC X(273).
