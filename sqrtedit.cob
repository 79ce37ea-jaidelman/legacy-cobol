*>   O  operation code not blank/S/C/N, or an Nth-root card whose
*>      degree is not a number from 02 to 99
*>   P  precision flag not blank or 'H'
*>   U  requestor code not on the requestor master, or on it but
*>      suspended
*>
*> A card with a transaction type (INCARD.cpy) is not a request but a
*> change to one already on the register, keyed by its requestor and
*> request reference: 'C' cancels the request, 'A' amends its value,
*> operation, degree, precision or tolerance. Either is refused, with
*> its reason, once the request has reached a final disposition or
*> been cancelled. A cancelled request goes to status C and SQRT
*> passes its card over; an amended request that is waiting for its
*> run keeps its card where it is and carries the new values on the
*> register for SQRT to use, while an amended reject has never been
*> in a deck and so goes into this clean deck as its resubmission.
*> Every transaction, done or refused, is printed and appended to the
*> change audit trail (SQRTREQA.DAT) with the operator running the
*> edit, the person in the department who asked, and the date and
*> time.
*>
*> 2026-08-22 JA  Written so a bad deck is caught the same afternoon
*>                instead of halfway through the overnight run.
*>                chased instead of quietly dying; SQRT posts the
*>                final dispositions and SQRTREQR reports what is
*>                still open.
*> 2026-10-15 JA  A card's requestor code is now checked against the
*>                requestor master (REQMREC.cpy): an unknown or
*>                suspended department is rejected with reason U
*>                instead of starting its own subtotal line
*>                overnight. A card with no requestor is passed as
*>                before, and the edit carries on without the check
*>                if the master can't be opened.
*> 2026-10-15 JA  A (re)opened register entry now clears the final-
*>                disposition run, deck, pass, source and interface
*>                batch a previous run left on it.
*> 2026-10-15 JA  Cancel and amend transactions against the request
*>                register, with the change audit trail. The field
*>                edits moved to EDIT-CARD-FIELDS so an amendment is
*>                edited exactly as a new card is; report lines now
*>                number cards by their place in the deck.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTEDIT.
        RECORD KEY IS REQ-KEY
        FILE STATUS IS REQUEST-FILE-STATUS.

    *> Keyed requestor master, maintained by SQRTRQMT; every card's
    *> requestor code is looked up here.
    SELECT REQUESTOR-FILE ASSIGN TO DYNAMIC REQUESTOR-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RQM-CODE
        FILE STATUS IS REQUESTOR-FILE-STATUS.

    *> Dated record of every cancel and amend transaction, done or
    *> refused, appended forever.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD REQUEST-FILE.
    COPY "REQREC.cpy".

FD REQUESTOR-FILE.
    COPY "REQMREC.cpy".

*> Who changed which request, who asked for it, when, and what came
*> of it; an amendment also shows the values it replaced (when the
*> request had been amended before) and the new ones.
FD AUDIT-FILE.
    01 AUDIT-REC.
       02 AUD-DATE        PICTURE X(08).
       02 FILLER          PICTURE X(01).
       02 AUD-TIME        PICTURE X(08).
       02 FILLER          PICTURE X(01).
       02 AUD-USER        PICTURE X(08).
       02 FILLER          PICTURE X(01).
       02 AUD-ASKED-BY    PICTURE X(08).
       02 FILLER          PICTURE X(01).
       02 AUD-REQUESTOR   PICTURE X(04).
       02 FILLER          PICTURE X(01).
       02 AUD-REQUEST-REF PICTURE X(08).
       02 FILLER          PICTURE X(01).
       02 AUD-CHANGE      PICTURE X(06).
       02 FILLER          PICTURE X(01).
       02 AUD-OLD-STATUS  PICTURE X(01).
       02 FILLER          PICTURE X(01).
       02 AUD-NEW-STATUS  PICTURE X(01).
       02 FILLER          PICTURE X(01).
       02 AUD-RESULT      PICTURE X(08).
       02 FILLER          PICTURE X(01).
       02 AUD-REASON      PICTURE X(30).
       02 FILLER          PICTURE X(05).
       02 AUD-OLD-VALUES  PICTURE X(38).
       02 FILLER          PICTURE X(05).
       02 AUD-NEW-VALUES  PICTURE X(38).

WORKING-STORAGE SECTION.

*> Run parameters, taken from the environment the same way SQRT takes
01 REQUEST-FILENAME PICTURE X(100) VALUE 'SQRTREQ.DAT'.
01 DEFAULT-REQUEST-FILENAME PICTURE X(100) VALUE SPACES.

01 REQUESTOR-FILENAME PICTURE X(100) VALUE 'SQRTRQM.DAT'.
01 DEFAULT-REQUESTOR-FILENAME PICTURE X(100) VALUE SPACES.

01 AUDIT-FILENAME PICTURE X(100) VALUE 'SQRTREQA.DAT'.
01 DEFAULT-AUDIT-FILENAME PICTURE X(100) VALUE SPACES.

01 RAW-FILE-STATUS    PICTURE X(02) VALUE SPACES.
01 CLEAN-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 REJECT-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 PARAMETER-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 REQUEST-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 REQUESTOR-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 AUDIT-FILE-STATUS PICTURE X(02) VALUE SPACES.

*> The register is posted unless it can't be opened, in which case
*> the edit itself carries on; a deck edited without its register
01 REGISTER-STATUS PICTURE X(01) VALUE SPACE.
01 REGISTER-REASON PICTURE X(01) VALUE SPACE.

*> Requestor codes are checked unless the master can't be opened,
*> in which case the edit carries on without the check, the same
*> as it carries on without the register.
01 REQMAST-UNAVAILABLE-SW PICTURE X(01) VALUE 'N'.
   88 REQMAST-UNAVAILABLE VALUE 'Y'.
01 REQUESTOR-VALID-SW PICTURE X(01) VALUE 'N'.
   88 REQUESTOR-VALID VALUE 'Y'.

*> The change audit file is opened with the first transaction card
*> of the deck; a deck without any never creates one. A transaction
*> that can't be audited is refused rather than made unrecorded.
01 AUDIT-STATE-SW PICTURE X(01) VALUE SPACE.
   88 AUDIT-NOT-TRIED   VALUE SPACE.
   88 AUDIT-OPEN        VALUE 'Y'.
   88 AUDIT-UNAVAILABLE VALUE 'N'.

*> The operator running the edit, for the change audit trail.
01 OPERATOR-NAME PICTURE X(08) VALUE 'UNKNOWN '.

*> The transaction in hand: what it is, who asked, the register
*> status it found and left, the reason when it is refused, and the
*> values an amendment replaced and put in their place.
01 CHANGE-TYPE      PICTURE X(01) VALUE SPACE.
01 CHANGE-WORD      PICTURE X(06) VALUE SPACES.
01 CHANGE-ASKED-BY  PICTURE X(08) VALUE SPACES.
01 CHANGE-OLD-STATUS PICTURE X(01) VALUE SPACE.
01 CHANGE-NEW-STATUS PICTURE X(01) VALUE SPACE.
01 CHANGE-REFUSAL   PICTURE X(30) VALUE SPACES.
01 CHANGE-OLD-VALUES PICTURE X(38) VALUE SPACES.
01 CHANGE-NEW-VALUES PICTURE X(38) VALUE SPACES.

*> An amendment's values, edited and normalized, in the register's
*> REQ-AMEND-VALUES layout.
01 AMEND-IMAGE.
   02 AMEND-Z-SIGN   PICTURE X(01) VALUE SPACE.
   02 AMEND-Z-DIGITS PICTURE X(16) VALUE SPACES.
   02 AMEND-DIFF     PICTURE X(05) VALUE SPACES.
   02 AMEND-OPER     PICTURE X(01) VALUE SPACE.
   02 AMEND-ROOT-N   PICTURE X(02) VALUE SPACES.
   02 AMEND-PREC     PICTURE X(01) VALUE SPACE.
   02 AMEND-HP-DIFF  PICTURE X(12) VALUE SPACES.

*> The edit date, posted as the register's arrival date, and the
*> wall-clock time for the change audit trail.
01 EDIT-DATE PICTURE X(08) VALUE SPACES.
01 CURRENT-TIME-X PICTURE X(08) VALUE SPACES.
01 CURRENT-TIME-PARTS REDEFINES CURRENT-TIME-X.
   02 CURRENT-HH PICTURE 9(02).
   02 CURRENT-MM PICTURE 9(02).
   02 CURRENT-SS PICTURE 9(02).
   02 CURRENT-HS PICTURE 9(02).
01 CURRENT-TIME-EDIT.
   02 EDIT-TIME-HH PICTURE 9(02).
   02 FILLER       PICTURE X(01) VALUE ':'.
   02 EDIT-TIME-MM PICTURE 9(02).
   02 FILLER       PICTURE X(01) VALUE ':'.
   02 EDIT-TIME-SS PICTURE 9(02).
01 END-OF-PARMS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-PARMS VALUE 'Y'.
01 PARM-11-X PICTURE X(11) VALUE SPACES.
01 END-OF-DECK-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-DECK VALUE 'Y'.

*> Reason code for the card about to be rejected, set by
*> EDIT-CARD-FIELDS (space when the card passes) or before a PERFORM
*> of WRITE-REJECT.
01 REJECT-REASON PICTURE X(01) VALUE SPACE.
01 ZERO-CARD-SW PICTURE X(01) VALUE 'N'.
   88 ZERO-CARD VALUE 'Y'.

*> A zero card is the deck terminator only when it is the last card;
*> it is held here until the next READ shows whether anything follows.
01 ZERO-CARD-PENDING-SW PICTURE X(01) VALUE 'N'.
   88 ZERO-CARD-PENDING VALUE 'Y'.
01 PENDING-ZERO-CARD PICTURE X(80) VALUE SPACES.
01 PENDING-ZERO-POSITION PICTURE 9(07) VALUE ZERO.

*> The card being edited, broken out byte-for-byte over the INCARD
*> layout so each field can be tested for numeric garbage before
   02 CARD-REQUEST-REF PICTURE X(08).
   02 CARD-PREC     PICTURE X(01).
   02 CARD-HP-DIFF  PICTURE X(12).
   02 CARD-TRANS-TYPE PICTURE X(01).
   02 CARD-ASKED-BY PICTURE X(08).
   02 FILLER        PICTURE X(21).

*> Same business ceiling SQRT checks ahead of the extfunction CALL,
*> so a card SQRT would reject overnight is rejected here instead.
01 MAX-SAFE-Z PICTURE 9(11)V9(6) VALUE 9000000000.000000.

*> Edit totals for the trailer. Request cards are counted apart
*> from transaction cards; the card position numbers every card
*> read, for the report lines.
01 CARD-POSITION PICTURE 9(07) VALUE ZERO.
01 CARD-COUNT   PICTURE 9(07) VALUE ZERO.
01 CLEAN-COUNT  PICTURE 9(07) VALUE ZERO.
01 REJECT-COUNT PICTURE 9(07) VALUE ZERO.
01 TRANS-COUNT    PICTURE 9(07) VALUE ZERO.
01 CANCEL-COUNT   PICTURE 9(07) VALUE ZERO.
01 AMEND-COUNT    PICTURE 9(07) VALUE ZERO.
01 REFUSED-COUNT  PICTURE 9(07) VALUE ZERO.

*> Line formats to be printed

   02 MESS-REJECT-CODE  PICTURE X(01).
   02 FILLER            PICTURE X(47) VALUE SPACES.

*> One line per transaction card: what it asked of which request
*> and whether it was done; a refusal is followed by its reason.
01 CHANGE-MESS.
   02 FILLER             PICTURE X(16) VALUE 'TRANSACTION     '.
   02 MESS-CHANGE-RECNO  PICTURE Z(6)9.
   02 FILLER             PICTURE X(02) VALUE SPACES.
   02 MESS-CHANGE-WORD   PICTURE X(06).
   02 FILLER             PICTURE X(01) VALUE SPACE.
   02 MESS-CHANGE-REQUESTOR PICTURE X(04).
   02 FILLER             PICTURE X(01) VALUE SPACE.
   02 MESS-CHANGE-REF    PICTURE X(08).
   02 FILLER             PICTURE X(04) VALUE ' BY '.
   02 MESS-CHANGE-ASKED-BY PICTURE X(08).
   02 FILLER             PICTURE X(01) VALUE SPACE.
   02 MESS-CHANGE-RESULT PICTURE X(08).
   02 FILLER             PICTURE X(14) VALUE SPACES.

01 REFUSAL-MESS.
   02 FILLER             PICTURE X(25) VALUE SPACES.
   02 FILLER             PICTURE X(08) VALUE 'REASON: '.
   02 MESS-REFUSAL       PICTURE X(30).
   02 FILLER             PICTURE X(17) VALUE SPACES.

*> Print if the change audit file could not be opened; every
*> transaction in the deck is then refused.
01 AUDIT-OPEN-MESS.
   02 FILLER              PICTURE X(01) VALUE SPACE.
   02 FILLER              PICTURE X(18) VALUE 'CHANGE AUDIT FILE '.
   02 AUDIT-OPEN-FILENAME PICTURE X(30).
   02 FILLER              PICTURE X(21) VALUE ' UNAVAILABLE, STATUS='.
   02 AUDIT-OPEN-STATUS   PICTURE X(02).
   02 FILLER              PICTURE X(08) VALUE SPACES.

*> Print if no raw deck was named or it could not be opened.
01 EDIT-OPEN-MESS.
   02 FILLER              PICTURE X(01) VALUE SPACE.
   02 REGISTER-OPEN-STATUS   PICTURE X(02).
   02 FILLER                 PICTURE X(09) VALUE SPACES.

*> Print if the requestor master could not be opened; the edit
*> carries on without the requestor check.
01 REQMAST-OPEN-MESS.
   02 FILLER                PICTURE X(01) VALUE SPACE.
   02 FILLER                PICTURE X(17) VALUE 'REQUESTOR MASTER '.
   02 REQMAST-OPEN-FILENAME PICTURE X(30).
   02 FILLER                PICTURE X(21) VALUE ' UNAVAILABLE, STATUS='.
   02 REQMAST-OPEN-STATUS   PICTURE X(02).
   02 FILLER                PICTURE X(09) VALUE SPACES.

*> Edit totals trailer: CARDS= always equals CLEAN= + REJ=, and
*> counts request cards only; TRANS= counts the transaction cards.
*> An amended reject is a transaction that also puts a card in the
*> clean deck, so it is counted under CARDS= and CLEAN= as well.
01 SUMMARY-LINE.
   02 FILLER      PICTURE X(01) VALUE SPACE.
   02 FILLER      PICTURE X(06) VALUE 'CARDS='.
   02 SUM-CLEAN   PICTURE Z(6)9.
   02 FILLER      PICTURE X(05) VALUE ' REJ='.
   02 SUM-REJECTS PICTURE Z(6)9.
   02 FILLER      PICTURE X(07) VALUE ' TRANS='.
   02 SUM-TRANS   PICTURE Z(6)9.
   02 FILLER      PICTURE X(26) VALUE SPACES.

*> Transaction totals, printed when the deck carried any: TRANS=
*> always equals CANCELLED= + AMENDED= + REFUSED=.
01 CHANGE-SUMMARY-LINE.
   02 FILLER        PICTURE X(11) VALUE ' CANCELLED='.
   02 SUM-CANCELLED PICTURE Z(6)9.
   02 FILLER        PICTURE X(09) VALUE ' AMENDED='.
   02 SUM-AMENDED   PICTURE Z(6)9.
   02 FILLER        PICTURE X(09) VALUE ' REFUSED='.
   02 SUM-REFUSED   PICTURE Z(6)9.
   02 FILLER        PICTURE X(30) VALUE SPACES.

*> Start procedure
PROCEDURE DIVISION.
    IF REQUEST-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-REQUEST-FILENAME TO REQUEST-FILENAME
    END-IF.
    MOVE REQUESTOR-FILENAME TO DEFAULT-REQUESTOR-FILENAME.
    ACCEPT REQUESTOR-FILENAME FROM ENVIRONMENT "SQRT-REQMAST-FILE"
        ON EXCEPTION
            MOVE DEFAULT-REQUESTOR-FILENAME TO REQUESTOR-FILENAME
    END-ACCEPT.
    IF REQUESTOR-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-REQUESTOR-FILENAME TO REQUESTOR-FILENAME
    END-IF.
    MOVE AUDIT-FILENAME TO DEFAULT-AUDIT-FILENAME.
    ACCEPT AUDIT-FILENAME FROM ENVIRONMENT "SQRT-REQ-AUDIT-FILE"
        ON EXCEPTION
            MOVE DEFAULT-AUDIT-FILENAME TO AUDIT-FILENAME
    END-ACCEPT.
    IF AUDIT-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-AUDIT-FILENAME TO AUDIT-FILENAME
    END-IF.
    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.
    ACCEPT OPERATOR-NAME FROM ENVIRONMENT "USER"
        ON EXCEPTION
            MOVE 'UNKNOWN ' TO OPERATOR-NAME
    END-ACCEPT.
    IF OPERATOR-NAME IS EQUAL TO SPACES
        MOVE 'UNKNOWN ' TO OPERATOR-NAME
    END-IF.

    ACCEPT EDIT-DATE FROM DATE YYYYMMDD.


    PERFORM OPEN-REQUEST-REGISTER THRU END-OPEN-REQUEST-REGISTER.

    OPEN INPUT REQUESTOR-FILE.
    IF REQUESTOR-FILE-STATUS IS NOT EQUAL TO '00'
        SET REQMAST-UNAVAILABLE TO TRUE
        MOVE REQUESTOR-FILENAME(1:30) TO REQMAST-OPEN-FILENAME
        MOVE REQUESTOR-FILE-STATUS TO REQMAST-OPEN-STATUS
        WRITE OUT-LINE FROM REQMAST-OPEN-MESS AFTER ADVANCING 1 LINE
    END-IF.

    OPEN OUTPUT CLEAN-CARD-FILE.
    OPEN OUTPUT REJECT-CARD-FILE.
END-INITIALIZE-RUN. EXIT.
        MOVE PARM-VALUE TO REQUEST-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REQMAST-FILE'
        MOVE PARM-VALUE TO REQUESTOR-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REQ-AUDIT-FILE'
        MOVE PARM-VALUE TO AUDIT-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'MAX-SAFE-Z'
        MOVE PARM-VALUE(1:11) TO PARM-11-X
        IF PARM-11-X IS NUMERIC

*> Read the next raw card and apply the edits. A held zero card that
*> turns out not to be the last card of the deck is rejected before
*> the new card is looked at, so cards stay in deck order. A
*> transaction card goes to the register instead; it never reaches
*> the clean deck, so it doesn't disturb a held zero card either.
EDIT-ONE-CARD.
    READ RAW-CARD-FILE INTO CARD-IMAGE
        AT END
        PERFORM RELEASE-PENDING-ZERO THRU END-RELEASE-PENDING-ZERO
        GO TO END-EDIT-ONE-CARD
    END-IF.
    ADD 1 TO CARD-POSITION.

    IF CARD-TRANS-TYPE IS NOT EQUAL TO SPACE
        PERFORM APPLY-REQUEST-CHANGE THRU END-APPLY-REQUEST-CHANGE
        GO TO END-EDIT-ONE-CARD
    END-IF.

    IF ZERO-CARD-PENDING
        PERFORM REJECT-PENDING-ZERO THRU END-REJECT-PENDING-ZERO

    ADD 1 TO CARD-COUNT.

    PERFORM EDIT-CARD-FIELDS THRU END-EDIT-CARD-FIELDS.
    IF REJECT-REASON IS NOT EQUAL TO SPACE
        PERFORM WRITE-REJECT THRU END-WRITE-REJECT
        GO TO END-EDIT-ONE-CARD
    END-IF.
    IF ZERO-CARD
        MOVE CARD-IMAGE TO PENDING-ZERO-CARD
        MOVE CARD-POSITION TO PENDING-ZERO-POSITION
        SET ZERO-CARD-PENDING TO TRUE
        GO TO END-EDIT-ONE-CARD
    END-IF.

    *> The department the card bills to must be a live one. A card
    *> without a requestor is still passed, as it always was.
    IF CARD-REQUESTOR IS NOT EQUAL TO SPACES
            AND NOT REQMAST-UNAVAILABLE
        PERFORM CHECK-REQUESTOR THRU END-CHECK-REQUESTOR
        IF NOT REQUESTOR-VALID
            MOVE 'U' TO REJECT-REASON
            PERFORM WRITE-REJECT THRU END-WRITE-REJECT
            GO TO END-EDIT-ONE-CARD
        END-IF
    END-IF.

    WRITE CLEAN-CARD-REC FROM CARD-IMAGE.
    ADD 1 TO CLEAN-COUNT.
    MOVE 'E' TO REGISTER-STATUS.
    MOVE SPACE TO REGISTER-REASON.
    PERFORM POST-REQUEST-REGISTER THRU END-POST-REQUEST-REGISTER.
END-EDIT-ONE-CARD. EXIT.

*> The field edits of one card, a new request or an amendment alike:
*> REJECT-REASON is left with the reason code of the first edit the
*> card fails, or space when it passes. A zero value is flagged in
*> ZERO-CARD and exempt from the edits after it; whether it is a
*> legitimate terminator is the caller's business. Blank tolerances
*> are normalized in CARD-IMAGE on the way through.
EDIT-CARD-FIELDS.
    MOVE SPACE TO REJECT-REASON.
    MOVE 'N' TO ZERO-CARD-SW.
    IF CARD-Z-SIGN IS NOT EQUAL TO '+'
            AND CARD-Z-SIGN IS NOT EQUAL TO '-'
        MOVE 'N' TO REJECT-REASON
        GO TO END-EDIT-CARD-FIELDS
    END-IF.
    IF CARD-Z-DIGITS IS NOT NUMERIC
        MOVE 'N' TO REJECT-REASON
        GO TO END-EDIT-CARD-FIELDS
    END-IF.

    *> A blank tolerance is normalized to zeros (meaning "use the run
    END-IF.
    IF CARD-DIFF IS NOT NUMERIC
        MOVE 'N' TO REJECT-REASON
        GO TO END-EDIT-CARD-FIELDS
    END-IF.

    IF CARD-Z-VALUE IS EQUAL TO ZERO
        SET ZERO-CARD TO TRUE
        GO TO END-EDIT-CARD-FIELDS
    END-IF.

    *> The operation code must be one SQRT understands, and an
            AND CARD-OPER IS NOT EQUAL TO 'C'
            AND CARD-OPER IS NOT EQUAL TO 'N'
        MOVE 'O' TO REJECT-REASON
        GO TO END-EDIT-CARD-FIELDS
    END-IF.
    IF CARD-OPER IS EQUAL TO 'N'
        IF CARD-ROOT-N IS NOT NUMERIC
                OR CARD-ROOT-N-VALUE IS LESS THAN 2
            MOVE 'O' TO REJECT-REASON
            GO TO END-EDIT-CARD-FIELDS
        END-IF
    END-IF.

    IF CARD-PREC IS NOT EQUAL TO SPACE
            AND CARD-PREC IS NOT EQUAL TO 'H'
        MOVE 'P' TO REJECT-REASON
        GO TO END-EDIT-CARD-FIELDS
    END-IF.
    IF CARD-HP-DIFF IS EQUAL TO SPACES
        MOVE '000000000000' TO CARD-HP-DIFF
    END-IF.
    IF CARD-HP-DIFF IS NOT NUMERIC
        MOVE 'N' TO REJECT-REASON
        GO TO END-EDIT-CARD-FIELDS
    END-IF.

    IF CARD-Z-VALUE IS GREATER THAN MAX-SAFE-Z
        MOVE 'R' TO REJECT-REASON
        GO TO END-EDIT-CARD-FIELDS
    END-IF.
END-EDIT-CARD-FIELDS. EXIT.

*> A cancel or amend transaction against a request already on the
*> register. Every one, done or refused, is printed and written to
*> the change audit trail; a refusal carries its reason and leaves
*> the register as it was.
APPLY-REQUEST-CHANGE.
    ADD 1 TO TRANS-COUNT.
    MOVE CARD-TRANS-TYPE TO CHANGE-TYPE.
    MOVE CARD-ASKED-BY TO CHANGE-ASKED-BY.
    MOVE SPACE TO CHANGE-OLD-STATUS.
    MOVE SPACE TO CHANGE-NEW-STATUS.
    MOVE SPACES TO CHANGE-REFUSAL.
    MOVE SPACES TO CHANGE-OLD-VALUES.
    MOVE SPACES TO CHANGE-NEW-VALUES.
    MOVE 'UNKNWN' TO CHANGE-WORD.
    IF CHANGE-TYPE IS EQUAL TO 'C'
        MOVE 'CANCEL' TO CHANGE-WORD
    END-IF.
    IF CHANGE-TYPE IS EQUAL TO 'A'
        MOVE 'AMEND ' TO CHANGE-WORD
    END-IF.
    IF AUDIT-NOT-TRIED
        PERFORM OPEN-CHANGE-AUDIT THRU END-OPEN-CHANGE-AUDIT
    END-IF.

    PERFORM CHECK-REQUEST-CHANGE THRU END-CHECK-REQUEST-CHANGE.
    IF CHANGE-REFUSAL IS EQUAL TO SPACES
        IF CHANGE-TYPE IS EQUAL TO 'C'
            PERFORM CANCEL-REQUEST THRU END-CANCEL-REQUEST
        ELSE
            PERFORM AMEND-REQUEST THRU END-AMEND-REQUEST
        END-IF
    END-IF.

    MOVE CARD-POSITION TO MESS-CHANGE-RECNO.
    MOVE CHANGE-WORD TO MESS-CHANGE-WORD.
    MOVE CARD-REQUESTOR TO MESS-CHANGE-REQUESTOR.
    MOVE CARD-REQUEST-REF TO MESS-CHANGE-REF.
    MOVE CHANGE-ASKED-BY TO MESS-CHANGE-ASKED-BY.
    IF CHANGE-REFUSAL IS EQUAL TO SPACES
        MOVE 'DONE    ' TO MESS-CHANGE-RESULT
        IF CHANGE-TYPE IS EQUAL TO 'C'
            ADD 1 TO CANCEL-COUNT
        ELSE
            ADD 1 TO AMEND-COUNT
        END-IF
    ELSE
        MOVE 'REFUSED ' TO MESS-CHANGE-RESULT
        ADD 1 TO REFUSED-COUNT
    END-IF.
    WRITE OUT-LINE FROM CHANGE-MESS AFTER ADVANCING 1 LINE.
    IF CHANGE-REFUSAL IS NOT EQUAL TO SPACES
        MOVE CHANGE-REFUSAL TO MESS-REFUSAL
        WRITE OUT-LINE FROM REFUSAL-MESS AFTER ADVANCING 1 LINE
    END-IF.
    PERFORM WRITE-CHANGE-AUDIT THRU END-WRITE-CHANGE-AUDIT.
END-APPLY-REQUEST-CHANGE. EXIT.

*> Open the change audit trail for appending, creating it on first
*> use. If it can't be had, the report says so once and every
*> transaction in the deck is refused.
OPEN-CHANGE-AUDIT.
    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT AUDIT-FILE
    END-IF.
    IF AUDIT-FILE-STATUS IS EQUAL TO '00'
        SET AUDIT-OPEN TO TRUE
    ELSE
        SET AUDIT-UNAVAILABLE TO TRUE
        MOVE AUDIT-FILENAME(1:30) TO AUDIT-OPEN-FILENAME
        MOVE AUDIT-FILE-STATUS TO AUDIT-OPEN-STATUS
        WRITE OUT-LINE FROM AUDIT-OPEN-MESS AFTER ADVANCING 1 LINE
    END-IF.
END-OPEN-CHANGE-AUDIT. EXIT.

*> May this transaction be applied? Leaves CHANGE-REFUSAL with the
*> reason when it may not; otherwise the request's register record
*> is in the record area, ready to be rewritten. Only a request
*> still open (E or R) can be changed.
CHECK-REQUEST-CHANGE.
    IF CHANGE-TYPE IS NOT EQUAL TO 'C'
            AND CHANGE-TYPE IS NOT EQUAL TO 'A'
        MOVE 'UNKNOWN TRANSACTION TYPE' TO CHANGE-REFUSAL
        GO TO END-CHECK-REQUEST-CHANGE
    END-IF.
    IF CARD-REQUESTOR IS EQUAL TO SPACES
            OR CARD-REQUEST-REF IS EQUAL TO SPACES
        MOVE 'NO REQUESTOR OR REFERENCE' TO CHANGE-REFUSAL
        GO TO END-CHECK-REQUEST-CHANGE
    END-IF.
    IF CHANGE-ASKED-BY IS EQUAL TO SPACES
        MOVE 'NOBODY NAMED AS ASKING' TO CHANGE-REFUSAL
        GO TO END-CHECK-REQUEST-CHANGE
    END-IF.
    IF AUDIT-UNAVAILABLE
        MOVE 'CHANGE AUDIT FILE UNAVAILABLE' TO CHANGE-REFUSAL
        GO TO END-CHECK-REQUEST-CHANGE
    END-IF.
    IF REGISTER-UNAVAILABLE
        MOVE 'REQUEST REGISTER UNAVAILABLE' TO CHANGE-REFUSAL
        GO TO END-CHECK-REQUEST-CHANGE
    END-IF.
    MOVE CARD-REQUESTOR TO REQ-REQUESTOR.
    MOVE CARD-REQUEST-REF TO REQ-REQUEST-REF.
    READ REQUEST-FILE
        INVALID KEY
            MOVE 'NOT ON THE REQUEST REGISTER' TO CHANGE-REFUSAL
    END-READ.
    IF CHANGE-REFUSAL IS NOT EQUAL TO SPACES
        GO TO END-CHECK-REQUEST-CHANGE
    END-IF.
    MOVE REQ-STATUS TO CHANGE-OLD-STATUS.
    IF REQ-AMEND-SW IS EQUAL TO 'Y'
        MOVE REQ-AMEND-VALUES TO CHANGE-OLD-VALUES
    END-IF.
    IF REQ-STATUS IS EQUAL TO 'C'
        MOVE 'ALREADY CANCELLED' TO CHANGE-REFUSAL
        GO TO END-CHECK-REQUEST-CHANGE
    END-IF.
    IF REQ-STATUS IS NOT EQUAL TO 'E'
            AND REQ-STATUS IS NOT EQUAL TO 'R'
        MOVE 'ALREADY AT A FINAL DISPOSITION' TO CHANGE-REFUSAL
        GO TO END-CHECK-REQUEST-CHANGE
    END-IF.
END-CHECK-REQUEST-CHANGE. EXIT.

*> Cancel the open request in the record area: status C, dated
*> today. SQRT passes its card over when it comes to it.
CANCEL-REQUEST.
    MOVE 'C' TO REQ-STATUS.
    MOVE EDIT-DATE TO REQ-DISP-DATE.
    REWRITE REQUEST-REG-REC
        INVALID KEY
            MOVE 'REGISTER COULD NOT BE UPDATED' TO CHANGE-REFUSAL
    END-REWRITE.
    IF CHANGE-REFUSAL IS EQUAL TO SPACES
        MOVE 'C' TO CHANGE-NEW-STATUS
    END-IF.
END-CANCEL-REQUEST. EXIT.

*> Amend the open request in the record area with the values on the
*> transaction card, which must pass every edit a new card would. A
*> request waiting for its run (E) carries the amendment on the
*> register for SQRT to apply to the card already in its deck. A
*> reject (R) was never in a deck: the amended card goes into this
*> clean deck as its resubmission and the request re-opens at E.
AMEND-REQUEST.
    PERFORM EDIT-CARD-FIELDS THRU END-EDIT-CARD-FIELDS.
    IF ZERO-CARD
        MOVE 'AMENDED VALUE IS ZERO' TO CHANGE-REFUSAL
        GO TO END-AMEND-REQUEST
    END-IF.
    IF REJECT-REASON IS NOT EQUAL TO SPACE
        MOVE 'AMENDMENT FAILS EDIT, REASON' TO CHANGE-REFUSAL
        MOVE REJECT-REASON TO CHANGE-REFUSAL(30:1)
        GO TO END-AMEND-REQUEST
    END-IF.
    MOVE CARD-Z-SIGN TO AMEND-Z-SIGN.
    MOVE CARD-Z-DIGITS TO AMEND-Z-DIGITS.
    MOVE CARD-DIFF TO AMEND-DIFF.
    MOVE CARD-OPER TO AMEND-OPER.
    IF CARD-ROOT-N IS NUMERIC
        MOVE CARD-ROOT-N TO AMEND-ROOT-N
    ELSE
        MOVE '00' TO AMEND-ROOT-N
    END-IF.
    MOVE CARD-PREC TO AMEND-PREC.
    MOVE CARD-HP-DIFF TO AMEND-HP-DIFF.
    MOVE AMEND-IMAGE TO CHANGE-NEW-VALUES.

    IF REQ-STATUS IS EQUAL TO 'R'
        PERFORM RESUBMIT-AMENDED-REJECT
            THRU END-RESUBMIT-AMENDED-REJECT
        GO TO END-AMEND-REQUEST
    END-IF.

    MOVE 'Y' TO REQ-AMEND-SW.
    MOVE EDIT-DATE TO REQ-AMEND-DATE.
    MOVE AMEND-IMAGE TO REQ-AMEND-VALUES.
    REWRITE REQUEST-REG-REC
        INVALID KEY
            MOVE 'REGISTER COULD NOT BE UPDATED' TO CHANGE-REFUSAL
    END-REWRITE.
    IF CHANGE-REFUSAL IS EQUAL TO SPACES
        MOVE 'E' TO CHANGE-NEW-STATUS
    END-IF.
END-AMEND-REQUEST. EXIT.

*> An amended reject is a corrected card: it still has to bill to a
*> live department, then it goes out clean like any other card and
*> the register re-opens the reference at E with no amendment, the
*> values now being on the card itself.
RESUBMIT-AMENDED-REJECT.
    IF NOT REQMAST-UNAVAILABLE
        PERFORM CHECK-REQUESTOR THRU END-CHECK-REQUESTOR
        IF NOT REQUESTOR-VALID
            MOVE 'REQUESTOR UNKNOWN OR SUSPENDED' TO CHANGE-REFUSAL
            GO TO END-RESUBMIT-AMENDED-REJECT
        END-IF
    END-IF.
    MOVE SPACE TO CARD-TRANS-TYPE.
    MOVE SPACES TO CARD-ASKED-BY.
    WRITE CLEAN-CARD-REC FROM CARD-IMAGE.
    ADD 1 TO CARD-COUNT.
    ADD 1 TO CLEAN-COUNT.
    MOVE 'E' TO REGISTER-STATUS.
    MOVE SPACE TO REGISTER-REASON.
    PERFORM POST-REQUEST-REGISTER THRU END-POST-REQUEST-REGISTER.
    MOVE 'E' TO CHANGE-NEW-STATUS.
END-RESUBMIT-AMENDED-REJECT. EXIT.

*> One dated audit record per transaction card. Nothing is written
*> when the trail couldn't be opened; the refusal is on the report.
WRITE-CHANGE-AUDIT.
    IF NOT AUDIT-OPEN
        GO TO END-WRITE-CHANGE-AUDIT
    END-IF.
    ACCEPT CURRENT-TIME-X FROM TIME.
    MOVE CURRENT-HH TO EDIT-TIME-HH.
    MOVE CURRENT-MM TO EDIT-TIME-MM.
    MOVE CURRENT-SS TO EDIT-TIME-SS.
    MOVE SPACES TO AUDIT-REC.
    MOVE EDIT-DATE TO AUD-DATE.
    MOVE CURRENT-TIME-EDIT TO AUD-TIME.
    MOVE OPERATOR-NAME TO AUD-USER.
    MOVE CHANGE-ASKED-BY TO AUD-ASKED-BY.
    MOVE CARD-REQUESTOR TO AUD-REQUESTOR.
    MOVE CARD-REQUEST-REF TO AUD-REQUEST-REF.
    MOVE CHANGE-WORD TO AUD-CHANGE.
    MOVE CHANGE-OLD-STATUS TO AUD-OLD-STATUS.
    MOVE CHANGE-NEW-STATUS TO AUD-NEW-STATUS.
    IF CHANGE-REFUSAL IS EQUAL TO SPACES
        MOVE 'DONE    ' TO AUD-RESULT
    ELSE
        MOVE 'REFUSED ' TO AUD-RESULT
        MOVE CHANGE-REFUSAL TO AUD-REASON
    END-IF.
    IF CHANGE-OLD-VALUES IS NOT EQUAL TO SPACES
            OR CHANGE-NEW-VALUES IS NOT EQUAL TO SPACES
        MOVE ' OLD=' TO AUDIT-REC(101:5)
        MOVE CHANGE-OLD-VALUES TO AUD-OLD-VALUES
        MOVE ' NEW=' TO AUDIT-REC(144:5)
        MOVE CHANGE-NEW-VALUES TO AUD-NEW-VALUES
    END-IF.
    WRITE AUDIT-REC.
END-WRITE-CHANGE-AUDIT. EXIT.

*> Is the card's requestor on the master and active?
CHECK-REQUESTOR.
    MOVE 'N' TO REQUESTOR-VALID-SW.
    MOVE CARD-REQUESTOR TO RQM-CODE.
    READ REQUESTOR-FILE
        INVALID KEY
            GO TO END-CHECK-REQUESTOR
    END-READ.
    IF RQM-STATUS IS EQUAL TO 'A'
        SET REQUESTOR-VALID TO TRUE
    END-IF.
END-CHECK-REQUESTOR. EXIT.

*> The held zero card really was the last card of the deck: it is the
*> legitimate terminator, so it goes out clean.
    MOVE PENDING-ZERO-CARD TO REJ-CARD-IMAGE.
    WRITE REJECT-REC.
    ADD 1 TO REJECT-COUNT.
    MOVE PENDING-ZERO-POSITION TO MESS-REJECT-RECNO.
    MOVE 'Z' TO MESS-REJECT-CODE.
    WRITE OUT-LINE FROM REJECT-MESS AFTER ADVANCING 1 LINE.
    MOVE 'N' TO ZERO-CARD-PENDING-SW.
    MOVE CARD-IMAGE TO REJ-CARD-IMAGE.
    WRITE REJECT-REC.
    ADD 1 TO REJECT-COUNT.
    MOVE CARD-POSITION TO MESS-REJECT-RECNO.
    MOVE REJECT-REASON TO MESS-REJECT-CODE.
    WRITE OUT-LINE FROM REJECT-MESS AFTER ADVANCING 1 LINE.
    MOVE 'R' TO REGISTER-STATUS.
    MOVE REGISTER-REASON TO REQ-REASON.
    MOVE EDIT-DATE TO REQ-IN-DATE.
    MOVE SPACES TO REQ-DISP-DATE.
    MOVE ZERO TO REQ-RUN-SEQ-NO.
    MOVE SPACES TO REQ-DECK-ID.
    MOVE SPACE TO REQ-PASS.
    MOVE SPACE TO REQ-SOURCE.
    MOVE ZERO TO REQ-INTF-SEQ-NO.
    MOVE SPACES TO REQ-AMENDMENT.
    MOVE SPACES TO REQ-FILL-1.
    IF REGISTER-FOUND
        REWRITE REQUEST-REG-REC
    MOVE CARD-COUNT TO SUM-CARDS.
    MOVE CLEAN-COUNT TO SUM-CLEAN.
    MOVE REJECT-COUNT TO SUM-REJECTS.
    MOVE TRANS-COUNT TO SUM-TRANS.
    WRITE OUT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    IF TRANS-COUNT IS GREATER THAN ZERO
        MOVE CANCEL-COUNT TO SUM-CANCELLED
        MOVE AMEND-COUNT TO SUM-AMENDED
        MOVE REFUSED-COUNT TO SUM-REFUSED
        WRITE OUT-LINE FROM CHANGE-SUMMARY-LINE AFTER ADVANCING 1 LINE
    END-IF.
    CLOSE RAW-CARD-FILE.
    CLOSE CLEAN-CARD-FILE.
    CLOSE REJECT-CARD-FILE.
    IF NOT REGISTER-UNAVAILABLE
        CLOSE REQUEST-FILE
    END-IF.
    IF NOT REQMAST-UNAVAILABLE
        CLOSE REQUESTOR-FILE
    END-IF.
    IF AUDIT-OPEN
        CLOSE AUDIT-FILE
    END-IF.
    CLOSE STANDARD-OUTPUT.
END-TERMINATE-RUN. EXIT.
