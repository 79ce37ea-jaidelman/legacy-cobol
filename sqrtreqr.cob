*> anything qualified, so the scheduler can flag a morning with
*> stale requests on file without anyone reading the report first.
*>
*> Requests their requestors cancelled (status C) are not open and
*> are never counted as outstanding; they are listed apart, after
*> the outstanding items, by requestor with the date each was
*> cancelled, so a department can see its withdrawals were taken.
*>
*> The age arithmetic treats every month as 31 days, the same
*> convention SQRTRESM ages the results master by.
*>
*> 2026-09-03 JA  Added along with the request register, so "where
*>                did my answer go" stops arriving by phone.
*> 2026-10-15 JA  Cancelled requests listed in their own section and
*>                counted apart (CANC=), never as outstanding.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTREQR.
*> Requestor control break, with a count per requestor.
01 BREAK-REQUESTOR PICTURE X(04) VALUE LOW-VALUES.
01 REQUESTOR-OPEN-COUNT PICTURE 9(05) VALUE ZERO.
01 REQUESTOR-CANCELLED-COUNT PICTURE 9(05) VALUE ZERO.

*> Run totals.
01 REGISTER-COUNT PICTURE 9(07) VALUE ZERO.
01 OPEN-COUNT     PICTURE 9(07) VALUE ZERO.
01 LISTED-COUNT   PICTURE 9(07) VALUE ZERO.
01 CANCELLED-COUNT PICTURE 9(07) VALUE ZERO.

*> Today and each record's arrival as month-of-31-days serials.
01 RUN-DATE      PICTURE X(08) VALUE SPACES.
   02 FILLER PICTURE X(37) VALUE ' NOTHING OPEN PAST THE AGE THRESHOLD '.
   02 FILLER PICTURE X(43) VALUE SPACES.

*> The cancelled requests' section: its heading, one line per
*> cancelled reference with the dates it arrived and was cancelled,
*> and a count per requestor at the control break.
01 CANCELLED-TITLE-LINE.
   02 FILLER PICTURE X(40) VALUE
      ' CANCELLED REQUESTS, NOT OUTSTANDING    '.
   02 FILLER PICTURE X(40) VALUE SPACES.

01 CANCELLED-ITEM-LINE.
   02 FILLER          PICTURE X(03) VALUE SPACES.
   02 CNL-REQUEST-REF PICTURE X(08).
   02 FILLER          PICTURE X(05) VALUE '  IN '.
   02 CNL-IN-DATE     PICTURE X(08).
   02 FILLER          PICTURE X(12) VALUE '  CANCELLED '.
   02 CNL-DISP-DATE   PICTURE X(08).
   02 FILLER          PICTURE X(36) VALUE SPACES.

01 REQUESTOR-CANCELLED-LINE.
   02 FILLER          PICTURE X(19) VALUE '   CANCELLED ITEMS '.
   02 GRT-CANCELLED-COUNT PICTURE Z(4)9.
   02 FILLER          PICTURE X(56) VALUE SPACES.

01 NONE-CANCELLED-LINE.
   02 FILLER PICTURE X(36) VALUE ' NO CANCELLED REQUESTS ON THE FILE  '.
   02 FILLER PICTURE X(44) VALUE SPACES.

*> Register totals trailer: everything on file, everything still
*> open, what qualified for this listing, and what was cancelled.
01 SUMMARY-LINE.
   02 FILLER       PICTURE X(06) VALUE ' REGD='.
   02 SUM-REGISTER PICTURE Z(6)9.
   02 SUM-OPEN     PICTURE Z(6)9.
   02 FILLER       PICTURE X(08) VALUE ' LISTED='.
   02 SUM-LISTED   PICTURE Z(6)9.
   02 FILLER       PICTURE X(06) VALUE ' CANC='.
   02 SUM-CANCELLED PICTURE Z(6)9.
   02 FILLER       PICTURE X(27) VALUE SPACES.

*> Start procedure
PROCEDURE DIVISION.
    PERFORM INITIALIZE-RUN THRU END-INITIALIZE-RUN.
    PERFORM SCAN-REGISTER THRU END-SCAN-REGISTER.
    PERFORM SCAN-CANCELLATIONS THRU END-SCAN-CANCELLATIONS.
    PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN.
    STOP RUN.

    ADD 1 TO REQUESTOR-OPEN-COUNT.
END-SCAN-ONE-RECORD. EXIT.

*> Walk the register a second time for the cancelled requests, in
*> the same key order and with the same requestor breaks, so they
*> are listed apart from the outstanding items and never with them.
SCAN-CANCELLATIONS.
    WRITE OUT-LINE FROM CANCELLED-TITLE-LINE AFTER ADVANCING 2 LINES.
    MOVE LOW-VALUES TO BREAK-REQUESTOR.
    MOVE 'N' TO END-OF-REGISTER-SW.
    OPEN INPUT REQUEST-FILE.
    IF REQUEST-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-SCAN-CANCELLATIONS
    END-IF.
    PERFORM SCAN-ONE-CANCELLATION THRU END-SCAN-ONE-CANCELLATION
        UNTIL END-OF-REGISTER.
    PERFORM CLOSE-CANCELLED-GROUP THRU END-CLOSE-CANCELLED-GROUP.
    CLOSE REQUEST-FILE.
    IF CANCELLED-COUNT IS EQUAL TO ZERO
        WRITE OUT-LINE FROM NONE-CANCELLED-LINE AFTER ADVANCING 1 LINE
    END-IF.
END-SCAN-CANCELLATIONS. EXIT.

SCAN-ONE-CANCELLATION.
    READ REQUEST-FILE NEXT RECORD
        AT END
            SET END-OF-REGISTER TO TRUE
    END-READ.
    IF END-OF-REGISTER
        GO TO END-SCAN-ONE-CANCELLATION
    END-IF.
    IF REQ-STATUS IS NOT EQUAL TO 'C'
        GO TO END-SCAN-ONE-CANCELLATION
    END-IF.

    IF REQ-REQUESTOR IS NOT EQUAL TO BREAK-REQUESTOR
        PERFORM CLOSE-CANCELLED-GROUP THRU END-CLOSE-CANCELLED-GROUP
        MOVE REQ-REQUESTOR TO BREAK-REQUESTOR
        MOVE REQ-REQUESTOR TO GRP-REQUESTOR
        WRITE OUT-LINE FROM REQUESTOR-LINE AFTER ADVANCING 1 LINE
    END-IF.

    MOVE REQ-REQUEST-REF TO CNL-REQUEST-REF.
    MOVE REQ-IN-DATE TO CNL-IN-DATE.
    MOVE REQ-DISP-DATE TO CNL-DISP-DATE.
    WRITE OUT-LINE FROM CANCELLED-ITEM-LINE AFTER ADVANCING 1 LINE.
    ADD 1 TO CANCELLED-COUNT.
    ADD 1 TO REQUESTOR-CANCELLED-COUNT.
END-SCAN-ONE-CANCELLATION. EXIT.

*> Print the cancelled count for the requestor group just finished.
CLOSE-CANCELLED-GROUP.
    IF REQUESTOR-CANCELLED-COUNT IS GREATER THAN ZERO
        MOVE REQUESTOR-CANCELLED-COUNT TO GRT-CANCELLED-COUNT
        WRITE OUT-LINE FROM REQUESTOR-CANCELLED-LINE
            AFTER ADVANCING 1 LINE
        MOVE ZERO TO REQUESTOR-CANCELLED-COUNT
    END-IF.
END-CLOSE-CANCELLED-GROUP. EXIT.

*> Print the open count for the requestor group just finished.
CLOSE-REQUESTOR-GROUP.
    IF REQUESTOR-OPEN-COUNT IS GREATER THAN ZERO
    MOVE REGISTER-COUNT TO SUM-REGISTER.
    MOVE OPEN-COUNT TO SUM-OPEN.
    MOVE LISTED-COUNT TO SUM-LISTED.
    MOVE CANCELLED-COUNT TO SUM-CANCELLED.
    WRITE OUT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    IF LISTED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
