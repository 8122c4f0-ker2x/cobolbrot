*>
*> MERGECTL layout : one strip file name per record, bytes 1-40,
*> in any order.
*>
*> The catalog row grew to 273 bytes when it gained the named
*> palette (RegionPaletteName, see palrec.cpy), so the strip header
*> Cobolbrot writes is now the 295-byte CBSTRIP2 record.  Since the
*> whole row is matched byte for byte, strips coloured through
*> different palettes are refused like any other parameter
*> mismatch, and the merged audit row carries the palette name.  A
*> strip still led by an old 275-byte CBSTRIP header is refused with
*> its own message - strips live for one night, so the answer is to
*> re-render it, not to splice two header shapes together.
*>
*> The merged row is sealed onto the audit chain like every row
*> Cobolbrot writes (auditrec.cpy bytes 281-298) : the seal of the
*> row then last in AUDITLOG is read immediately before the append,
*> and the new row's seal hashes its contents onto it.  The seal
*> paragraphs mirror main.cob's FindAuditChainTail and
*> ComputeAuditSeal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
*> The strip header layout - must match main.cob's StripHeaderRecord.
01  StripHeaderView.
    05  StripHdrTag             PIC X(08).
    05  StripHdrRegionImage     PIC X(273).
    05  StripHdrNumber          PIC 9(2).
    05  StripHdrCount           PIC 9(2).
    05  StripHdrStartRow        PIC 9(5).
    05  StripHdrEndRow          PIC 9(5).
01  StripHeaderBytes            CONSTANT 295.

*> Catalog row carried by the first strip - every other strip must
*> match it byte for byte.  Same copybook Cobolbrot reads with.
01  FirstRegionImage            PIC X(273) VALUE SPACES.
01  MergeRegionRow.
    COPY "regionrec.cpy".

01  ScanLength                  PIC 9(5) COMP VALUE ZERO.
01  ScanChar                    PIC X VALUE SPACE.

*> Audit chain seal work area, mirroring main.cob.
01  AuditChainSeal              PIC X(18) VALUE ZEROS.
01  AuditChainSealHalves REDEFINES AuditChainSeal.
    05  AuditChainSealHigh      PIC 9(9).
    05  AuditChainSealLow       PIC 9(9).
01  EndOfAuditTailSwitch        PIC X VALUE "N".
    88  AtEndOfAuditTail                VALUE "Y" FALSE "N".
01  SealAccumHigh               PIC 9(12) VALUE ZERO.
01  SealAccumLow                PIC 9(12) VALUE ZERO.
01  SealQuotient                PIC 9(12) VALUE ZERO.
01  SealByteValue               PIC 9(3) VALUE ZERO.
01  SealByteIndex               PIC 9(3) COMP VALUE ZERO.
01  SealedRowLength             CONSTANT 280.
01  SealModulusHigh             CONSTANT 999999937.
01  SealModulusLow              CONSTANT 999999929.

PROCEDURE DIVISION.

Mainline.
*> First pass : read every strip's header record, remember its row
*> range, and hold the first strip's catalog row as the reference
*> the others must match.  The header is read as the file's first
*> StripHeaderBytes bytes rather than its first record, which works identically
*> for a text strip (whose first line is that record) and a raw
*> strip (whose binary body has no record boundaries to READ by).
*> ---------------------------------------------------------------
        SET RawStripOpen TO TRUE
        MOVE SPACES TO RawChunkBuffer
        MOVE ZERO TO RawByteOffset
        MOVE StripHeaderBytes TO RawByteCount
        CALL "CBL_READ_FILE" USING RawFileHandle RawByteOffset
            RawByteCount RawWriteFlags RawChunkBuffer
            RETURNING RawCallStatus
        CALL "CBL_CLOSE_FILE" USING RawFileHandle
            RETURNING RawCallStatus
        SET RawStripOpen TO FALSE
        MOVE RawChunkBuffer(1:StripHeaderBytes) TO StripHeaderView
        IF StripHdrTag = "CBSTRIP"
            DISPLAY "IMGMERGE-E005 STRIP FILE " StripInputName
                " CARRIES THE OLD CBSTRIP HEADER, WRITTEN BEFORE"
                " CATALOG ROWS NAMED A PALETTE - RE-RENDER THE STRIP"
            PERFORM AbortRun
        END-IF
        IF StripHdrTag NOT = "CBSTRIP2"
            DISPLAY "IMGMERGE-E005 " StripInputName
                " IS NOT A COBOLBROT STRIP FILE"
            PERFORM AbortRun
*> every strip's body bytes in row order, copied in 32000-byte
*> chunks at computed offsets.  A raw strip has no records to
*> count, so the did-the-render-finish proof E008 makes of a text
*> strip is made of its size instead : exactly the header bytes
*> plus claimed-rows times bytes-per-row, no more, no less.
*> ---------------------------------------------------------------
WriteMergedRawImage.
CopyOneRawStrip.
    COMPUTE ExpectedRowCount =
        StripTabEnd(StripIndex) - StripTabStart(StripIndex) + 1
    COMPUTE RawExpectedSize =
        StripHeaderBytes + (ExpectedRowCount * RawRowBytes)
    MOVE StripTabFile(StripIndex) TO StripInputName
    MOVE 1 TO RawOpenMode
    CALL "CBL_OPEN_FILE" USING StripInputName RawOpenMode
            RawExpectedSize " - THE STRIP RENDER DID NOT FINISH"
        PERFORM AbortRun
    END-IF
    MOVE StripHeaderBytes TO RawByteOffset
    COMPUTE RawBytesLeft = RawStripSize - StripHeaderBytes
    PERFORM UNTIL RawBytesLeft = ZERO
        IF RawBytesLeft > 32000
            MOVE 32000 TO RawChunkBytes
*> program never sees the iteration counts), so that field is zero
*> here; reconciliation runs on the sample checksum.
WriteMergedAuditRecord.
    PERFORM FindAuditChainTail
    OPEN EXTEND AuditLog
    IF AuditLogStatus NOT = "00"
        OPEN OUTPUT AuditLog
    MOVE ZERO TO AuditChecksum
    MOVE MergedSampleSum TO AuditSampleChecksum
    MOVE "N" TO AuditSelectiveRun
    MOVE RegionPaletteName TO AuditPaletteName
    MOVE SPACE TO AuditRowType
    PERFORM ComputeAuditSeal
    WRITE AuditLogRecord
    IF AuditLogStatus NOT = "00"
        DISPLAY "IMGMERGE-W010 AUDIT LOG WRITE FAILED, STATUS "
    END-IF
    CLOSE AuditLog.

*> The seal of the row now at the end of AUDITLOG (zeros when the
*> log is absent, empty, or ends in a pre-seal row).
FindAuditChainTail.
    MOVE ZEROS TO AuditChainSeal
    OPEN INPUT AuditLog
    IF AuditLogStatus NOT = "00"
        EXIT PARAGRAPH
    END-IF
    SET AtEndOfAuditTail TO FALSE
    PERFORM UNTIL AtEndOfAuditTail
        READ AuditLog
            AT END
                SET AtEndOfAuditTail TO TRUE
            NOT AT END
                IF AuditSealHigh NUMERIC AND AuditSealLow NUMERIC
                    MOVE AuditSeal TO AuditChainSeal
                ELSE
                    MOVE ZEROS TO AuditChainSeal
                END-IF
        END-READ
    END-PERFORM
    CLOSE AuditLog.

*> Seal the row in AuditLogRecord onto AuditChainSeal - the same
*> hash as main.cob's ComputeAuditSeal.
ComputeAuditSeal.
    MOVE AuditChainSealHigh TO SealAccumHigh
    MOVE AuditChainSealLow TO SealAccumLow
    PERFORM VARYING SealByteIndex FROM 1 BY 1
            UNTIL SealByteIndex > SealedRowLength
        COMPUTE SealByteValue =
            FUNCTION ORD(AuditLogRecord(SealByteIndex:1))
        COMPUTE SealAccumHigh = (SealAccumHigh * 256) + SealByteValue
        DIVIDE SealAccumHigh BY SealModulusHigh
            GIVING SealQuotient REMAINDER SealAccumHigh
        COMPUTE SealAccumLow = (SealAccumLow * 131) + SealByteValue
        DIVIDE SealAccumLow BY SealModulusLow
            GIVING SealQuotient REMAINDER SealAccumLow
    END-PERFORM
    MOVE SealAccumHigh TO AuditSealHigh
    MOVE SealAccumLow TO AuditSealLow.

*> Abort the merge : close whatever is open and get out with a
*> non-zero return code so the scheduler knows nothing was merged.
AbortRun.
