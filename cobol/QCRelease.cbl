PROGRAM-ID.  QCRelease.
AUTHOR.  Michael Coughlan.
*> QC-release run for the incoming-lot quarantine.  Every lot booked
*> in through GoodsReceipt - and every customer return OilReturns
*> takes back onto a lot of its own - waits on OILLOT.DAT as
*> quarantined until the quality check is done; this run reads one
*> decision per QCREL.DAT record (oil number, lot number, R=release
*> or X=reject) and moves the lot to released - free for AROMA96's
*> oldest-expiry-first issuing - or rejected, which the issuing
*> logic also skips until the disposal run writes the lot off.  The
*> release register lists every decision; a decision for an unknown
*> lot, or for a lot not in quarantine, is flagged and not applied.
*> A Q decision is a recall hold, as written by RecallTrace: it puts
*> a released (or pre-quarantine) lot back into quarantine so the
*> issuing stops drawing on it; a lot already quarantined or
*> rejected is reported and left as it is.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   02 QC-Decision		PIC X.
      88 QC-Release		VALUE "R".
      88 QC-Reject		VALUE "X".
      88 QC-Recall-Hold		VALUE "Q".

FD Oil-Lot-File.
01 LT-Rec.
01 WS-Lots-Released		PIC 9(5) VALUE 0.
01 WS-Lots-Rejected		PIC 9(5) VALUE 0.
01 WS-Decisions-Flagged	PIC 9(5) VALUE 0.
01 WS-Lots-Held		PIC 9(5) VALUE 0.

01 Register-Heading.
   02 FILLER			PIC X(52) VALUE
      "DECISIONS FLAGGED:        ".
   02 RS-Flagged		PIC ZZ,ZZ9.

01 Register-Summary-4.
   02 FILLER			PIC X(26) VALUE
      "LOTS HELD FOR RECALL:     ".
   02 RS-Held			PIC ZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
   OPEN INPUT QC-Decision-File.
   WRITE Register-Line FROM Register-Summary-2.
   MOVE WS-Decisions-Flagged TO RS-Flagged.
   WRITE Register-Line FROM Register-Summary-3.
   MOVE WS-Lots-Held TO RS-Held.
   WRITE Register-Line FROM Register-Summary-4.
   DISPLAY "QCRELEASE: " WS-Decisions-Read " DECISIONS, "
           WS-Lots-Released " RELEASED, "
           WS-Lots-Rejected " REJECTED, "
           WS-Lots-Held " HELD, "
           WS-Decisions-Flagged " FLAGGED".

   CLOSE QC-Decision-File.
     WHEN NOT LT-Rec-Found
        MOVE "LOT NOT ON FILE - NOT APPLIED" TO RG-Disposition
        ADD 1 TO WS-Decisions-Flagged
     WHEN NOT QC-Release AND NOT QC-Reject AND NOT QC-Recall-Hold
        MOVE LT-Qty TO RG-Qty
        MOVE "DECISION NOT R, X OR Q - NOT APPLIED"
            TO RG-Disposition
        ADD 1 TO WS-Decisions-Flagged
     WHEN QC-Recall-Hold AND Lot-Quarantined
        MOVE LT-Qty TO RG-Qty
        MOVE "RECALL - ALREADY IN QUARANTINE" TO RG-Disposition
     WHEN QC-Recall-Hold AND Lot-Rejected
        MOVE LT-Qty TO RG-Qty
        MOVE "RECALL - ALREADY REJECTED" TO RG-Disposition
     WHEN QC-Recall-Hold
        MOVE LT-Qty TO RG-Qty
        SET Lot-Quarantined TO TRUE
        REWRITE LT-Rec
           INVALID KEY DISPLAY "OILLOT REWRITE FS = " LT-Status
        END-REWRITE
        ADD 1 TO WS-Lots-Held
        MOVE "RECALL HOLD - BACK TO QUARANTINE" TO RG-Disposition
     WHEN NOT Lot-Quarantined
        MOVE LT-Qty TO RG-Qty
        MOVE "LOT NOT IN QUARANTINE - NOT APPLIED"
