*> sqrtinbd.cob
*> Joshua Aidelman
*> 1000139
*> jaidelma@uoguelph.ca
*>
*> Inbound electronic request feed from the engineering system, the
*> return leg of the interface feed SQRT cuts for them. One run takes
*> in one batch file (SQRTINB.DAT) of fixed 80-byte records:
*>   H  batch header: the date engineering cut the batch, their batch
*>      number, and the sending system
*>   D  one request: requestor, request reference, then the value,
*>      tolerance, operation, root degree, precision flag and fine
*>      tolerance in the INCARD pictures
*>   T  batch trailer: the number of D records and the hash total of
*>      their values (the sum of the magnitudes, as the outbound
*>      interface trailer is footed)
*>
*> The control totals are proven before anything is accepted: a
*> batch with no header or trailer, a record out of place, a value
*> that is not a number, a count or hash total that doesn't agree,
*> or a batch number already accepted on an earlier run is rejected
*> whole and nothing from it is posted. A balanced batch is
*> converted request by request into INCARD-format cards, given the
*> same edits SQRTEDIT makes so engineering hears about a bad request
*> today rather than after tonight's edit, and every request is
*> posted to the request register (REQREC.cpy) edited clean or
*> rejected with its reason. The clean cards go to a raw deck
*> (SQRTINBK.DAT) to be named as SQRTEDIT's SQRT-EDIT-INPUT.
*>
*> Reject reason codes are SQRTEDIT's, plus:
*>   K  requestor or request reference missing (a request engineering
*>      can't be told about by key is never posted)
*> A zero value is rejected with SQRTEDIT's Z; in a deck it would end
*> the overnight run.
*>
*> The acknowledgment and error file (SQRTINBA.DAT) goes back to
*> engineering for every batch, balanced or not: a header with the
*> batch's verdict and the reason for a rejected batch, one record
*> per request accepted or rejected with its reason, and a trailer of
*> the counts, so their system can resubmit on its own. Each batch is
*> also logged on the inbound batch log (SQRTINBL.DAT), which is how
*> a batch sent twice is recognised. Ends with RETURN-CODE 8 when the
*> batch is rejected whole or can't be read, 4 when any request in
*> it was rejected.
*>
*> 2026-10-15 JA  Added so engineering's requests arrive as a proven
*>                batch instead of being rekeyed from a listing.
*> 2026-10-15 JA  A (re)opened register entry now also clears any
*>                amendment a cancel/amend transaction left on it.
*> 2026-10-15 JA  A batch that can't be reopened for the posting pass
*>                is logged and acknowledged rejected with return
*>                code 8 and posts nothing.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTINBD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.

    *> The batch as engineering sent it; read twice, once to prove
    *> the control totals and once to convert.
    SELECT INBOUND-FILE ASSIGN TO DYNAMIC INBOUND-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INBOUND-FILE-STATUS.

    *> The converted cards, a raw deck for SQRTEDIT.
    SELECT INBOUND-DECK ASSIGN TO DYNAMIC INBOUND-DECK-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INBOUND-DECK-STATUS.

    *> The acknowledgment and error file returned to engineering.
    SELECT INBOUND-ACK-FILE ASSIGN TO DYNAMIC INBOUND-ACK-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INBOUND-ACK-STATUS.

    *> One record per batch taken in, appended forever.
    SELECT INBOUND-LOG-FILE ASSIGN TO DYNAMIC INBOUND-LOG-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INBOUND-LOG-STATUS.

    *> Central run-parameter file, read once at INITIALIZE-RUN.
    SELECT PARAMETER-FILE ASSIGN TO DYNAMIC PARAMETER-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAMETER-FILE-STATUS.

    *> Keyed request register, posted the way SQRTEDIT posts it.
    SELECT REQUEST-FILE ASSIGN TO DYNAMIC REQUEST-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REQ-KEY
        FILE STATUS IS REQUEST-FILE-STATUS.

    *> Keyed requestor master, maintained by SQRTRQMT.
    SELECT REQUESTOR-FILE ASSIGN TO DYNAMIC REQUESTOR-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RQM-CODE
        FILE STATUS IS REQUESTOR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD STANDARD-OUTPUT.
    01 OUT-LINE PICTURE X(80).

*> The three inbound record types over one 80-byte record.
FD INBOUND-FILE.
    01 INBOUND-REC.
       02 INB-REC-TYPE PICTURE X(01).
       02 INB-BODY     PICTURE X(79).
       02 INB-HEADER REDEFINES INB-BODY.
          03 INB-H-DATE     PICTURE X(08).
          03 INB-H-BATCH-NO PICTURE X(06).
          03 INB-H-SOURCE   PICTURE X(08).
          03 FILLER         PICTURE X(57).
       02 INB-DETAIL REDEFINES INB-BODY.
          03 INB-D-REQUESTOR   PICTURE X(04).
          03 INB-D-REQUEST-REF PICTURE X(08).
          03 INB-D-Z-SIGN      PICTURE X(01).
          03 INB-D-Z-DIGITS    PICTURE X(16).
          03 INB-D-Z-VALUE REDEFINES INB-D-Z-DIGITS
                               PICTURE 9(10)V9(6).
          03 INB-D-DIFF        PICTURE X(05).
          03 INB-D-OPER        PICTURE X(01).
          03 INB-D-ROOT-N      PICTURE X(02).
          03 INB-D-PREC        PICTURE X(01).
          03 INB-D-HP-DIFF     PICTURE X(12).
          03 FILLER            PICTURE X(29).
       02 INB-TRAILER REDEFINES INB-BODY.
          03 INB-T-REC-COUNT  PICTURE X(07).
          03 INB-T-REC-COUNT-N REDEFINES INB-T-REC-COUNT
                              PICTURE 9(07).
          03 INB-T-HASH-TOTAL PICTURE X(21).
          03 INB-T-HASH-TOTAL-N REDEFINES INB-T-HASH-TOTAL
                              PICTURE 9(15)V9(6).
          03 FILLER           PICTURE X(51).

FD INBOUND-DECK.
    01 INBOUND-DECK-REC PICTURE X(80).

*> The acknowledgment record types, laid out the way the inbound
*> ones are: H the batch verdict, D one request, T the counts.
FD INBOUND-ACK-FILE.
    01 INBOUND-ACK-REC.
       02 IAK-REC-TYPE PICTURE X(01).
       02 IAK-BODY     PICTURE X(79).
       02 IAK-HEADER REDEFINES IAK-BODY.
          03 IAK-H-BATCH-NO PICTURE X(06).
          03 IAK-H-DATE     PICTURE X(08).
          03 IAK-H-TIME     PICTURE X(08).
          03 IAK-H-STATUS   PICTURE X(01).
          03 IAK-H-REASON   PICTURE X(30).
          03 IAK-H-COUNT    PICTURE 9(07).
          03 FILLER         PICTURE X(19).
       02 IAK-DETAIL REDEFINES IAK-BODY.
          03 IAK-D-RECNO       PICTURE 9(07).
          03 IAK-D-REQUESTOR   PICTURE X(04).
          03 IAK-D-REQUEST-REF PICTURE X(08).
          03 IAK-D-STATUS      PICTURE X(01).
          03 IAK-D-REASON-CODE PICTURE X(01).
          03 IAK-D-REASON      PICTURE X(30).
          03 FILLER            PICTURE X(28).
       02 IAK-TRAILER REDEFINES IAK-BODY.
          03 IAK-T-ACCEPTED PICTURE 9(07).
          03 IAK-T-REJECTED PICTURE 9(07).
          03 FILLER         PICTURE X(65).

*> Which batch came in when, and what became of it.
FD INBOUND-LOG-FILE.
    01 INBOUND-LOG-REC.
       02 INL-DATE      PICTURE X(08).
       02 INL-FILL-1    PICTURE X(01).
       02 INL-TIME      PICTURE X(08).
       02 INL-FILL-2    PICTURE X(01).
       02 INL-BATCH-NO  PICTURE X(06).
       02 INL-FILL-3    PICTURE X(01).
       02 INL-STATUS    PICTURE X(01).
       02 INL-FILL-4    PICTURE X(01).
       02 INL-DETAILS   PICTURE 9(07).
       02 INL-FILL-5    PICTURE X(01).
       02 INL-ACCEPTED  PICTURE 9(07).
       02 INL-FILL-6    PICTURE X(01).
       02 INL-REJECTED  PICTURE 9(07).
       02 INL-FILL-7    PICTURE X(01).
       02 INL-REASON    PICTURE X(30).

FD PARAMETER-FILE.
    COPY "PARMREC.cpy".

FD REQUEST-FILE.
    COPY "REQREC.cpy".

FD REQUESTOR-FILE.
    COPY "REQMREC.cpy".

WORKING-STORAGE SECTION.

01 INBOUND-FILENAME      PICTURE X(100) VALUE 'SQRTINB.DAT'.
01 DEFAULT-INBOUND-FILENAME PICTURE X(100) VALUE SPACES.
01 INBOUND-DECK-FILENAME PICTURE X(100) VALUE 'SQRTINBK.DAT'.
01 DEFAULT-INBOUND-DECK-FILENAME PICTURE X(100) VALUE SPACES.
01 INBOUND-ACK-FILENAME  PICTURE X(100) VALUE 'SQRTINBA.DAT'.
01 DEFAULT-INBOUND-ACK-FILENAME PICTURE X(100) VALUE SPACES.
01 INBOUND-LOG-FILENAME  PICTURE X(100) VALUE 'SQRTINBL.DAT'.
01 DEFAULT-INBOUND-LOG-FILENAME PICTURE X(100) VALUE SPACES.

01 PARAMETER-FILENAME PICTURE X(100) VALUE 'SQRTPARM.DAT'.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.

01 REQUEST-FILENAME PICTURE X(100) VALUE 'SQRTREQ.DAT'.
01 DEFAULT-REQUEST-FILENAME PICTURE X(100) VALUE SPACES.

01 REQUESTOR-FILENAME PICTURE X(100) VALUE 'SQRTRQM.DAT'.
01 DEFAULT-REQUESTOR-FILENAME PICTURE X(100) VALUE SPACES.

01 INBOUND-FILE-STATUS   PICTURE X(02) VALUE SPACES.
01 INBOUND-DECK-STATUS   PICTURE X(02) VALUE SPACES.
01 INBOUND-ACK-STATUS    PICTURE X(02) VALUE SPACES.
01 INBOUND-LOG-STATUS    PICTURE X(02) VALUE SPACES.
01 PARAMETER-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 REQUEST-FILE-STATUS   PICTURE X(02) VALUE SPACES.
01 REQUESTOR-FILE-STATUS PICTURE X(02) VALUE SPACES.

*> The register is posted unless it can't be opened, as in SQRTEDIT.
01 REGISTER-UNAVAILABLE-SW PICTURE X(01) VALUE 'N'.
   88 REGISTER-UNAVAILABLE VALUE 'Y'.
01 REGISTER-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 REGISTER-FOUND VALUE 'Y'.
01 REGISTER-STATUS PICTURE X(01) VALUE SPACE.
01 REGISTER-REASON PICTURE X(01) VALUE SPACE.

01 REQMAST-UNAVAILABLE-SW PICTURE X(01) VALUE 'N'.
   88 REQMAST-UNAVAILABLE VALUE 'Y'.
01 REQUESTOR-VALID-SW PICTURE X(01) VALUE 'N'.
   88 REQUESTOR-VALID VALUE 'Y'.

01 END-OF-PARMS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-PARMS VALUE 'Y'.
01 END-OF-INBOUND-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-INBOUND VALUE 'Y'.
01 END-OF-LOG-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-LOG VALUE 'Y'.
01 PARM-11-X PICTURE X(11) VALUE SPACES.
01 PARM-11-V REDEFINES PARM-11-X PICTURE 9(11).

*> Where the proof has got to in the batch.
01 HEADER-SEEN-SW PICTURE X(01) VALUE 'N'.
   88 HEADER-SEEN VALUE 'Y'.
01 TRAILER-SEEN-SW PICTURE X(01) VALUE 'N'.
   88 TRAILER-SEEN VALUE 'Y'.

*> The batch verdict: blank reason while it still balances; the
*> first fault found is the one engineering is told about.
01 BATCH-REASON PICTURE X(30) VALUE SPACES.
01 BATCH-STATUS PICTURE X(01) VALUE SPACE.
01 BATCH-NO     PICTURE X(06) VALUE SPACES.

*> Control totals as counted here, and as the trailer claims them.
01 RECORD-COUNT   PICTURE 9(07) VALUE ZERO.
01 DETAIL-COUNT   PICTURE 9(07) VALUE ZERO.
01 HASH-TOTAL     PICTURE 9(15)V9(6) VALUE ZERO.
01 TRAILER-COUNT  PICTURE 9(07) VALUE ZERO.
01 TRAILER-HASH   PICTURE 9(15)V9(6) VALUE ZERO.

*> Same business ceiling SQRT checks ahead of the extfunction CALL.
01 MAX-SAFE-Z PICTURE 9(11)V9(6) VALUE 9000000000.000000.

*> The request being converted, as the INCARD card it becomes, with
*> the same byte-level view SQRTEDIT edits.
01 CARD-IMAGE PICTURE X(80) VALUE SPACES.
01 CARD-FIELDS REDEFINES CARD-IMAGE.
   02 CARD-Z-SIGN   PICTURE X(01).
   02 CARD-Z-DIGITS PICTURE X(16).
   02 CARD-Z-VALUE REDEFINES CARD-Z-DIGITS PICTURE 9(10)V9(6).
   02 CARD-DIFF     PICTURE X(05).
   02 CARD-OPER     PICTURE X(01).
   02 CARD-ROOT-N   PICTURE X(02).
   02 CARD-ROOT-N-VALUE REDEFINES CARD-ROOT-N PICTURE 9(02).
   02 CARD-REQUESTOR   PICTURE X(04).
   02 CARD-REQUEST-REF PICTURE X(08).
   02 CARD-PREC     PICTURE X(01).
   02 CARD-HP-DIFF  PICTURE X(12).
   02 FILLER        PICTURE X(30).

*> Reason code and wording for the request about to be rejected,
*> set before each PERFORM of WRITE-REJECT.
01 REJECT-REASON PICTURE X(01) VALUE SPACE.
01 REJECT-TEXT   PICTURE X(30) VALUE SPACES.

*> A or R for the request being acknowledged.
01 DETAIL-DISP PICTURE X(01) VALUE SPACE.

*> Conversion totals for the trailer.
01 ACCEPTED-COUNT PICTURE 9(07) VALUE ZERO.
01 REJECTED-COUNT PICTURE 9(07) VALUE ZERO.

*> The date taken in, posted as the register's arrival date.
01 INBOUND-DATE PICTURE X(08) VALUE SPACES.
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

*> Line formats to be printed

01 TITLE-LINE.
   02 FILLER PICTURE X(9)  VALUE SPACES.
   02 FILLER PICTURE X(25) VALUE 'SQRT INBOUND FEED CONTROL'.

01 UNDER-LINE.
   02 FILLER PICTURE X(44) VALUE
      '--------------------------------------------'.

01 INBOUND-OPEN-MESS.
   02 FILLER              PICTURE X(01) VALUE SPACE.
   02 FILLER              PICTURE X(14) VALUE 'INBOUND BATCH '.
   02 ABORT-OPEN-FILENAME PICTURE X(30).
   02 FILLER              PICTURE X(29) VALUE ' COULD NOT BE OPENED, STATUS='.
   02 ABORT-OPEN-STATUS   PICTURE X(02).
   02 FILLER              PICTURE X(04) VALUE SPACES.

01 REGISTER-OPEN-MESS.
   02 FILLER                 PICTURE X(01) VALUE SPACE.
   02 FILLER                 PICTURE X(17) VALUE 'REQUEST REGISTER '.
   02 REGISTER-OPEN-FILENAME PICTURE X(30).
   02 FILLER                 PICTURE X(21) VALUE ' UNAVAILABLE, STATUS='.
   02 REGISTER-OPEN-STATUS   PICTURE X(02).
   02 FILLER                 PICTURE X(09) VALUE SPACES.

01 REQMAST-OPEN-MESS.
   02 FILLER                PICTURE X(01) VALUE SPACE.
   02 FILLER                PICTURE X(17) VALUE 'REQUESTOR MASTER '.
   02 REQMAST-OPEN-FILENAME PICTURE X(30).
   02 FILLER                PICTURE X(21) VALUE ' UNAVAILABLE, STATUS='.
   02 REQMAST-OPEN-STATUS   PICTURE X(02).
   02 FILLER                PICTURE X(09) VALUE SPACES.

*> The batch verdict, printed once the proof is done.
01 BATCH-MESS.
   02 FILLER          PICTURE X(07) VALUE ' BATCH '.
   02 MESS-BATCH-NO   PICTURE X(06).
   02 FILLER          PICTURE X(01) VALUE SPACE.
   02 MESS-BATCH-DISP PICTURE X(09).
   02 FILLER          PICTURE X(01) VALUE SPACE.
   02 MESS-BATCH-WHY  PICTURE X(30).
   02 FILLER          PICTURE X(26) VALUE SPACES.

01 CONTROL-MESS.
   02 FILLER          PICTURE X(08) VALUE ' COUNTED'.
   02 MESS-CTL-COUNT  PICTURE Z(6)9.
   02 FILLER          PICTURE X(06) VALUE ' HASH '.
   02 MESS-CTL-HASH   PICTURE Z(14)9.9(6).
   02 FILLER          PICTURE X(37) VALUE SPACES.

01 CLAIMED-MESS.
   02 FILLER          PICTURE X(08) VALUE ' TRAILER'.
   02 MESS-CLM-COUNT  PICTURE Z(6)9.
   02 FILLER          PICTURE X(06) VALUE ' HASH '.
   02 MESS-CLM-HASH   PICTURE Z(14)9.9(6).
   02 FILLER          PICTURE X(37) VALUE SPACES.

*> One line per rejected request.
01 REJECT-MESS.
   02 FILLER            PICTURE X(16) VALUE ' REJECTED REC   '.
   02 MESS-REJECT-RECNO PICTURE Z(6)9.
   02 FILLER            PICTURE X(01) VALUE SPACE.
   02 MESS-REJECT-RQ    PICTURE X(04).
   02 FILLER            PICTURE X(01) VALUE SPACE.
   02 MESS-REJECT-REF   PICTURE X(08).
   02 FILLER            PICTURE X(01) VALUE SPACE.
   02 MESS-REJECT-CODE  PICTURE X(01).
   02 FILLER            PICTURE X(01) VALUE SPACE.
   02 MESS-REJECT-TEXT  PICTURE X(30).
   02 FILLER            PICTURE X(10) VALUE SPACES.

*> Conversion totals: DETAILS= always equals ACCEPTED= + REJECTED=
*> for a balanced batch; a rejected batch accepts nothing.
01 SUMMARY-LINE.
   02 FILLER       PICTURE X(09) VALUE ' DETAILS='.
   02 SUM-DETAILS  PICTURE Z(6)9.
   02 FILLER       PICTURE X(10) VALUE ' ACCEPTED='.
   02 SUM-ACCEPTED PICTURE Z(6)9.
   02 FILLER       PICTURE X(10) VALUE ' REJECTED='.
   02 SUM-REJECTED PICTURE Z(6)9.
   02 FILLER       PICTURE X(30) VALUE SPACES.

*> Start procedure
PROCEDURE DIVISION.
    PERFORM INITIALIZE-RUN THRU END-INITIALIZE-RUN.
    PERFORM PROVE-BATCH THRU END-PROVE-BATCH.
    PERFORM CONVERT-BATCH THRU END-CONVERT-BATCH.
    PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN.
    STOP RUN.

*> Pick up the file names, open the batch, print the header.
INITIALIZE-RUN.
    MOVE INBOUND-FILENAME TO DEFAULT-INBOUND-FILENAME.
    ACCEPT INBOUND-FILENAME FROM ENVIRONMENT "SQRT-INBOUND-FILE"
        ON EXCEPTION
            MOVE DEFAULT-INBOUND-FILENAME TO INBOUND-FILENAME
    END-ACCEPT.
    IF INBOUND-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-INBOUND-FILENAME TO INBOUND-FILENAME
    END-IF.
    MOVE INBOUND-DECK-FILENAME TO DEFAULT-INBOUND-DECK-FILENAME.
    ACCEPT INBOUND-DECK-FILENAME FROM ENVIRONMENT "SQRT-INBOUND-DECK"
        ON EXCEPTION
            MOVE DEFAULT-INBOUND-DECK-FILENAME TO INBOUND-DECK-FILENAME
    END-ACCEPT.
    IF INBOUND-DECK-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-INBOUND-DECK-FILENAME TO INBOUND-DECK-FILENAME
    END-IF.
    MOVE INBOUND-ACK-FILENAME TO DEFAULT-INBOUND-ACK-FILENAME.
    ACCEPT INBOUND-ACK-FILENAME
        FROM ENVIRONMENT "SQRT-INBOUND-ACK-FILE"
        ON EXCEPTION
            MOVE DEFAULT-INBOUND-ACK-FILENAME TO INBOUND-ACK-FILENAME
    END-ACCEPT.
    IF INBOUND-ACK-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-INBOUND-ACK-FILENAME TO INBOUND-ACK-FILENAME
    END-IF.
    MOVE INBOUND-LOG-FILENAME TO DEFAULT-INBOUND-LOG-FILENAME.
    ACCEPT INBOUND-LOG-FILENAME
        FROM ENVIRONMENT "SQRT-INBOUND-LOG-FILE"
        ON EXCEPTION
            MOVE DEFAULT-INBOUND-LOG-FILENAME TO INBOUND-LOG-FILENAME
    END-ACCEPT.
    IF INBOUND-LOG-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-INBOUND-LOG-FILENAME TO INBOUND-LOG-FILENAME
    END-IF.
    MOVE REQUEST-FILENAME TO DEFAULT-REQUEST-FILENAME.
    ACCEPT REQUEST-FILENAME FROM ENVIRONMENT "SQRT-REQUEST-FILE"
        ON EXCEPTION
            MOVE DEFAULT-REQUEST-FILENAME TO REQUEST-FILENAME
    END-ACCEPT.
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
    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.

    ACCEPT INBOUND-DATE FROM DATE YYYYMMDD.
    ACCEPT CURRENT-TIME-X FROM TIME.
    MOVE CURRENT-HH TO EDIT-TIME-HH.
    MOVE CURRENT-MM TO EDIT-TIME-MM.
    MOVE CURRENT-SS TO EDIT-TIME-SS.

    OPEN OUTPUT STANDARD-OUTPUT.
    WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE OUT-LINE FROM UNDER-LINE AFTER ADVANCING 1 LINE.

    *> A batch that isn't there has nobody to acknowledge; fail loudly
    *> so the transfer is chased.
    OPEN INPUT INBOUND-FILE.
    IF INBOUND-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE INBOUND-FILENAME(1:30) TO ABORT-OPEN-FILENAME
        MOVE INBOUND-FILE-STATUS TO ABORT-OPEN-STATUS
        WRITE OUT-LINE FROM INBOUND-OPEN-MESS AFTER ADVANCING 1 LINE
        MOVE 8 TO RETURN-CODE
        CLOSE STANDARD-OUTPUT
        STOP RUN
    END-IF.
END-INITIALIZE-RUN. EXIT.

*> Let the central run-parameter file name the files and supply the
*> safe-range ceiling ahead of the environment, as SQRTEDIT does.
READ-PARAMETER-FILE.
    MOVE PARAMETER-FILENAME TO DEFAULT-PARAMETER-FILENAME.
    ACCEPT PARAMETER-FILENAME FROM ENVIRONMENT "SQRT-PARM-FILE"
        ON EXCEPTION
            MOVE DEFAULT-PARAMETER-FILENAME TO PARAMETER-FILENAME
    END-ACCEPT.
    IF PARAMETER-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-PARAMETER-FILENAME TO PARAMETER-FILENAME
    END-IF.
    OPEN INPUT PARAMETER-FILE.
    IF PARAMETER-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-READ-PARAMETER-FILE
    END-IF.
    PERFORM APPLY-ONE-PARAMETER THRU END-APPLY-ONE-PARAMETER
        UNTIL END-OF-PARMS.
    CLOSE PARAMETER-FILE.
END-READ-PARAMETER-FILE. EXIT.

APPLY-ONE-PARAMETER.
    READ PARAMETER-FILE
        AT END
            SET END-OF-PARMS TO TRUE
    END-READ.
    IF END-OF-PARMS
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-VALUE IS EQUAL TO SPACES
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'INBOUND-FILE'
        MOVE PARM-VALUE TO INBOUND-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'INBOUND-DECK'
        MOVE PARM-VALUE TO INBOUND-DECK-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'INBOUND-ACK-FILE'
        MOVE PARM-VALUE TO INBOUND-ACK-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'INBOUND-LOG-FILE'
        MOVE PARM-VALUE TO INBOUND-LOG-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REQUEST-FILE'
        MOVE PARM-VALUE TO REQUEST-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REQMAST-FILE'
        MOVE PARM-VALUE TO REQUESTOR-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'MAX-SAFE-Z'
        MOVE PARM-VALUE(1:11) TO PARM-11-X
        IF PARM-11-X IS NUMERIC
                AND PARM-VALUE(12:49) IS EQUAL TO SPACES
                AND PARM-11-V IS GREATER THAN ZERO
            MOVE PARM-11-V TO MAX-SAFE-Z
        END-IF
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
END-APPLY-ONE-PARAMETER. EXIT.

*> First pass: prove the batch is whole and its control totals agree
*> before any of it is believed. Every record is read even after a
*> fault is found, so the report shows what was counted.
PROVE-BATCH.
    PERFORM PROVE-ONE-RECORD THRU END-PROVE-ONE-RECORD
        UNTIL END-OF-INBOUND.
    CLOSE INBOUND-FILE.
    IF NOT HEADER-SEEN AND BATCH-REASON IS EQUAL TO SPACES
        MOVE 'NO BATCH HEADER' TO BATCH-REASON
    END-IF.
    IF NOT TRAILER-SEEN AND BATCH-REASON IS EQUAL TO SPACES
        MOVE 'NO BATCH TRAILER' TO BATCH-REASON
    END-IF.
    IF BATCH-REASON IS EQUAL TO SPACES
            AND TRAILER-COUNT IS NOT EQUAL TO DETAIL-COUNT
        MOVE 'RECORD COUNT OUT OF BALANCE' TO BATCH-REASON
    END-IF.
    IF BATCH-REASON IS EQUAL TO SPACES
            AND TRAILER-HASH IS NOT EQUAL TO HASH-TOTAL
        MOVE 'HASH TOTAL OUT OF BALANCE' TO BATCH-REASON
    END-IF.
    IF BATCH-REASON IS EQUAL TO SPACES
        PERFORM CHECK-BATCH-REPEAT THRU END-CHECK-BATCH-REPEAT
    END-IF.
    *> The posting pass reads the batch again. It is opened here, so a
    *> batch that proved but can't be reread is reported and
    *> acknowledged rejected rather than accepted with nothing posted.
    IF BATCH-REASON IS EQUAL TO SPACES
        MOVE ZERO TO RECORD-COUNT
        MOVE 'N' TO END-OF-INBOUND-SW
        OPEN INPUT INBOUND-FILE
        IF INBOUND-FILE-STATUS IS NOT EQUAL TO '00'
            MOVE INBOUND-FILENAME(1:30) TO ABORT-OPEN-FILENAME
            MOVE INBOUND-FILE-STATUS TO ABORT-OPEN-STATUS
            WRITE OUT-LINE FROM INBOUND-OPEN-MESS
                AFTER ADVANCING 1 LINE
            MOVE 'BATCH COULD NOT BE REREAD' TO BATCH-REASON
        END-IF
    END-IF.

    MOVE BATCH-NO TO MESS-BATCH-NO.
    IF BATCH-REASON IS EQUAL TO SPACES
        MOVE 'A' TO BATCH-STATUS
        MOVE 'ACCEPTED ' TO MESS-BATCH-DISP
    ELSE
        MOVE 'R' TO BATCH-STATUS
        MOVE 'REJECTED ' TO MESS-BATCH-DISP
    END-IF.
    MOVE BATCH-REASON TO MESS-BATCH-WHY.
    WRITE OUT-LINE FROM BATCH-MESS AFTER ADVANCING 1 LINE.
    MOVE DETAIL-COUNT TO MESS-CTL-COUNT.
    MOVE HASH-TOTAL TO MESS-CTL-HASH.
    WRITE OUT-LINE FROM CONTROL-MESS AFTER ADVANCING 1 LINE.
    MOVE TRAILER-COUNT TO MESS-CLM-COUNT.
    MOVE TRAILER-HASH TO MESS-CLM-HASH.
    WRITE OUT-LINE FROM CLAIMED-MESS AFTER ADVANCING 1 LINE.

    OPEN OUTPUT INBOUND-ACK-FILE.
    MOVE SPACES TO INBOUND-ACK-REC.
    MOVE 'H' TO IAK-REC-TYPE.
    MOVE BATCH-NO TO IAK-H-BATCH-NO.
    MOVE INBOUND-DATE TO IAK-H-DATE.
    MOVE CURRENT-TIME-EDIT TO IAK-H-TIME.
    MOVE BATCH-STATUS TO IAK-H-STATUS.
    MOVE BATCH-REASON TO IAK-H-REASON.
    MOVE DETAIL-COUNT TO IAK-H-COUNT.
    WRITE INBOUND-ACK-REC.
END-PROVE-BATCH. EXIT.

*> One record of the batch, checked for its place in the batch and,
*> for a request, added into the count and hash total.
PROVE-ONE-RECORD.
    READ INBOUND-FILE
        AT END
            SET END-OF-INBOUND TO TRUE
    END-READ.
    IF END-OF-INBOUND
        GO TO END-PROVE-ONE-RECORD
    END-IF.
    ADD 1 TO RECORD-COUNT.
    IF TRAILER-SEEN
        IF BATCH-REASON IS EQUAL TO SPACES
            MOVE 'RECORDS AFTER THE TRAILER' TO BATCH-REASON
        END-IF
        GO TO END-PROVE-ONE-RECORD
    END-IF.

    IF INB-REC-TYPE IS EQUAL TO 'H'
        IF RECORD-COUNT IS NOT EQUAL TO 1
                AND BATCH-REASON IS EQUAL TO SPACES
            MOVE 'HEADER NOT THE FIRST RECORD' TO BATCH-REASON
        END-IF
        IF NOT HEADER-SEEN
            SET HEADER-SEEN TO TRUE
            MOVE INB-H-BATCH-NO TO BATCH-NO
            IF INB-H-BATCH-NO IS NOT NUMERIC
                    AND BATCH-REASON IS EQUAL TO SPACES
                MOVE 'BATCH NUMBER NOT NUMERIC' TO BATCH-REASON
            END-IF
        END-IF
        GO TO END-PROVE-ONE-RECORD
    END-IF.

    IF NOT HEADER-SEEN AND BATCH-REASON IS EQUAL TO SPACES
        MOVE 'NO BATCH HEADER' TO BATCH-REASON
    END-IF.

    IF INB-REC-TYPE IS EQUAL TO 'D'
        ADD 1 TO DETAIL-COUNT
        *> A value that isn't a number can't be added into the hash
        *> total, so the batch can't be proven at all.
        IF (INB-D-Z-SIGN IS NOT EQUAL TO '+'
                    AND INB-D-Z-SIGN IS NOT EQUAL TO '-')
                OR INB-D-Z-DIGITS IS NOT NUMERIC
            IF BATCH-REASON IS EQUAL TO SPACES
                MOVE 'DETAIL VALUE NOT NUMERIC' TO BATCH-REASON
            END-IF
        ELSE
            ADD INB-D-Z-VALUE TO HASH-TOTAL
        END-IF
        GO TO END-PROVE-ONE-RECORD
    END-IF.

    IF INB-REC-TYPE IS EQUAL TO 'T'
        SET TRAILER-SEEN TO TRUE
        IF INB-T-REC-COUNT IS NUMERIC
                AND INB-T-HASH-TOTAL IS NUMERIC
            MOVE INB-T-REC-COUNT-N TO TRAILER-COUNT
            MOVE INB-T-HASH-TOTAL-N TO TRAILER-HASH
        ELSE
            IF BATCH-REASON IS EQUAL TO SPACES
                MOVE 'TRAILER TOTALS NOT NUMERIC' TO BATCH-REASON
            END-IF
        END-IF
        GO TO END-PROVE-ONE-RECORD
    END-IF.

    IF BATCH-REASON IS EQUAL TO SPACES
        MOVE 'UNKNOWN RECORD TYPE' TO BATCH-REASON
    END-IF.
END-PROVE-ONE-RECORD. EXIT.

*> A batch number engineering has already had accepted is a second
*> transmission of the same batch; taking it again would double every
*> request in it. A batch log that isn't there yet has seen nothing.
CHECK-BATCH-REPEAT.
    OPEN INPUT INBOUND-LOG-FILE.
    IF INBOUND-LOG-STATUS IS NOT EQUAL TO '00'
        GO TO END-CHECK-BATCH-REPEAT
    END-IF.
    MOVE 'N' TO END-OF-LOG-SW.
    PERFORM CHECK-ONE-LOGGED-BATCH THRU END-CHECK-ONE-LOGGED-BATCH
        UNTIL END-OF-LOG.
    CLOSE INBOUND-LOG-FILE.
END-CHECK-BATCH-REPEAT. EXIT.

CHECK-ONE-LOGGED-BATCH.
    READ INBOUND-LOG-FILE
        AT END
            SET END-OF-LOG TO TRUE
    END-READ.
    IF END-OF-LOG
        GO TO END-CHECK-ONE-LOGGED-BATCH
    END-IF.
    IF INL-BATCH-NO IS EQUAL TO BATCH-NO
            AND INL-STATUS IS EQUAL TO 'A'
        MOVE 'BATCH ALREADY ACCEPTED' TO BATCH-REASON
        SET END-OF-LOG TO TRUE
    END-IF.
END-CHECK-ONE-LOGGED-BATCH. EXIT.

*> Second pass, for a balanced batch only: every request becomes a
*> card, is edited, posted to the register and acknowledged. The deck
*> is opened either way, so a rejected batch leaves an empty deck
*> rather than yesterday's. An accepted batch was opened again for
*> this pass by PROVE-BATCH.
CONVERT-BATCH.
    OPEN OUTPUT INBOUND-DECK.
    IF BATCH-STATUS IS NOT EQUAL TO 'A'
        MOVE 8 TO RETURN-CODE
        GO TO END-CONVERT-BATCH
    END-IF.


    PERFORM OPEN-REQUEST-REGISTER THRU END-OPEN-REQUEST-REGISTER.
    OPEN INPUT REQUESTOR-FILE.
    IF REQUESTOR-FILE-STATUS IS NOT EQUAL TO '00'
        SET REQMAST-UNAVAILABLE TO TRUE
        MOVE REQUESTOR-FILENAME(1:30) TO REQMAST-OPEN-FILENAME
        MOVE REQUESTOR-FILE-STATUS TO REQMAST-OPEN-STATUS
        WRITE OUT-LINE FROM REQMAST-OPEN-MESS AFTER ADVANCING 1 LINE
    END-IF.

    PERFORM CONVERT-ONE-REQUEST THRU END-CONVERT-ONE-REQUEST
        UNTIL END-OF-INBOUND.
    CLOSE INBOUND-FILE.

    IF NOT REGISTER-UNAVAILABLE
        CLOSE REQUEST-FILE
    END-IF.
    IF NOT REQMAST-UNAVAILABLE
        CLOSE REQUESTOR-FILE
    END-IF.
    IF REJECTED-COUNT IS GREATER THAN ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
END-CONVERT-BATCH. EXIT.

*> Open the request register for posting, creating it on first use,
*> exactly as SQRTEDIT does.
OPEN-REQUEST-REGISTER.
    OPEN I-O REQUEST-FILE.
    IF REQUEST-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT REQUEST-FILE
        IF REQUEST-FILE-STATUS IS EQUAL TO '00'
            CLOSE REQUEST-FILE
            OPEN I-O REQUEST-FILE
        END-IF
    END-IF.
    IF REQUEST-FILE-STATUS IS NOT EQUAL TO '00'
        SET REGISTER-UNAVAILABLE TO TRUE
        MOVE REQUEST-FILENAME(1:30) TO REGISTER-OPEN-FILENAME
        MOVE REQUEST-FILE-STATUS TO REGISTER-OPEN-STATUS
        WRITE OUT-LINE FROM REGISTER-OPEN-MESS AFTER ADVANCING 1 LINE
    END-IF.
END-OPEN-REQUEST-REGISTER. EXIT.

*> One request: laid out as its INCARD card, then put through the
*> edits in the order SQRTEDIT applies them. The value has already
*> been proven numeric by the first pass.
CONVERT-ONE-REQUEST.
    READ INBOUND-FILE
        AT END
            SET END-OF-INBOUND TO TRUE
    END-READ.
    IF END-OF-INBOUND
        GO TO END-CONVERT-ONE-REQUEST
    END-IF.
    ADD 1 TO RECORD-COUNT.
    IF INB-REC-TYPE IS NOT EQUAL TO 'D'
        GO TO END-CONVERT-ONE-REQUEST
    END-IF.

    MOVE SPACES TO CARD-IMAGE.
    MOVE INB-D-Z-SIGN TO CARD-Z-SIGN.
    MOVE INB-D-Z-DIGITS TO CARD-Z-DIGITS.
    MOVE INB-D-DIFF TO CARD-DIFF.
    MOVE INB-D-OPER TO CARD-OPER.
    MOVE INB-D-ROOT-N TO CARD-ROOT-N.
    MOVE INB-D-REQUESTOR TO CARD-REQUESTOR.
    MOVE INB-D-REQUEST-REF TO CARD-REQUEST-REF.
    MOVE INB-D-PREC TO CARD-PREC.
    MOVE INB-D-HP-DIFF TO CARD-HP-DIFF.

    IF CARD-REQUESTOR IS EQUAL TO SPACES
            OR CARD-REQUEST-REF IS EQUAL TO SPACES
        MOVE 'K' TO REJECT-REASON
        MOVE 'REQUESTOR OR REFERENCE MISSING' TO REJECT-TEXT
        PERFORM WRITE-REJECT THRU END-WRITE-REJECT
        GO TO END-CONVERT-ONE-REQUEST
    END-IF.

    IF CARD-DIFF IS EQUAL TO SPACES
        MOVE '00000' TO CARD-DIFF
    END-IF.
    IF CARD-DIFF IS NOT NUMERIC
        MOVE 'N' TO REJECT-REASON
        MOVE 'TOLERANCE NOT NUMERIC' TO REJECT-TEXT
        PERFORM WRITE-REJECT THRU END-WRITE-REJECT
        GO TO END-CONVERT-ONE-REQUEST
    END-IF.

    IF CARD-Z-VALUE IS EQUAL TO ZERO
        MOVE 'Z' TO REJECT-REASON
        MOVE 'ZERO VALUE' TO REJECT-TEXT
        PERFORM WRITE-REJECT THRU END-WRITE-REJECT
        GO TO END-CONVERT-ONE-REQUEST
    END-IF.

    IF CARD-OPER IS NOT EQUAL TO SPACE
            AND CARD-OPER IS NOT EQUAL TO 'S'
            AND CARD-OPER IS NOT EQUAL TO 'C'
            AND CARD-OPER IS NOT EQUAL TO 'N'
        MOVE 'O' TO REJECT-REASON
        MOVE 'INVALID OPERATION CODE' TO REJECT-TEXT
        PERFORM WRITE-REJECT THRU END-WRITE-REJECT
        GO TO END-CONVERT-ONE-REQUEST
    END-IF.
    IF CARD-OPER IS EQUAL TO 'N'
        IF CARD-ROOT-N IS NOT NUMERIC
                OR CARD-ROOT-N-VALUE IS LESS THAN 2
            MOVE 'O' TO REJECT-REASON
            MOVE 'INVALID ROOT DEGREE' TO REJECT-TEXT
            PERFORM WRITE-REJECT THRU END-WRITE-REJECT
            GO TO END-CONVERT-ONE-REQUEST
        END-IF
    END-IF.

    IF CARD-PREC IS NOT EQUAL TO SPACE
            AND CARD-PREC IS NOT EQUAL TO 'H'
        MOVE 'P' TO REJECT-REASON
        MOVE 'INVALID PRECISION FLAG' TO REJECT-TEXT
        PERFORM WRITE-REJECT THRU END-WRITE-REJECT
        GO TO END-CONVERT-ONE-REQUEST
    END-IF.
    IF CARD-HP-DIFF IS EQUAL TO SPACES
        MOVE '000000000000' TO CARD-HP-DIFF
    END-IF.
    IF CARD-HP-DIFF IS NOT NUMERIC
        MOVE 'N' TO REJECT-REASON
        MOVE 'FINE TOLERANCE NOT NUMERIC' TO REJECT-TEXT
        PERFORM WRITE-REJECT THRU END-WRITE-REJECT
        GO TO END-CONVERT-ONE-REQUEST
    END-IF.

    IF CARD-Z-VALUE IS GREATER THAN MAX-SAFE-Z
        MOVE 'R' TO REJECT-REASON
        MOVE 'VALUE ABOVE THE SAFE RANGE' TO REJECT-TEXT
        PERFORM WRITE-REJECT THRU END-WRITE-REJECT
        GO TO END-CONVERT-ONE-REQUEST
    END-IF.

    IF NOT REQMAST-UNAVAILABLE
        PERFORM CHECK-REQUESTOR THRU END-CHECK-REQUESTOR
        IF NOT REQUESTOR-VALID
            MOVE 'U' TO REJECT-REASON
            MOVE 'REQUESTOR UNKNOWN OR SUSPENDED' TO REJECT-TEXT
            PERFORM WRITE-REJECT THRU END-WRITE-REJECT
            GO TO END-CONVERT-ONE-REQUEST
        END-IF
    END-IF.

    WRITE INBOUND-DECK-REC FROM CARD-IMAGE.
    ADD 1 TO ACCEPTED-COUNT.
    MOVE 'E' TO REGISTER-STATUS.
    MOVE SPACE TO REGISTER-REASON.
    PERFORM POST-REQUEST-REGISTER THRU END-POST-REQUEST-REGISTER.
    MOVE 'A' TO DETAIL-DISP.
    MOVE SPACE TO REJECT-REASON.
    MOVE SPACES TO REJECT-TEXT.
    PERFORM WRITE-ACK-DETAIL THRU END-WRITE-ACK-DETAIL.
END-CONVERT-ONE-REQUEST. EXIT.

*> Is the request's requestor on the master and active?
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

*> Report, post and acknowledge the request with the reason the
*> caller placed in REJECT-REASON and REJECT-TEXT.
WRITE-REJECT.
    ADD 1 TO REJECTED-COUNT.
    MOVE RECORD-COUNT TO MESS-REJECT-RECNO.
    MOVE CARD-REQUESTOR TO MESS-REJECT-RQ.
    MOVE CARD-REQUEST-REF TO MESS-REJECT-REF.
    MOVE REJECT-REASON TO MESS-REJECT-CODE.
    MOVE REJECT-TEXT TO MESS-REJECT-TEXT.
    WRITE OUT-LINE FROM REJECT-MESS AFTER ADVANCING 1 LINE.
    MOVE 'R' TO REGISTER-STATUS.
    MOVE REJECT-REASON TO REGISTER-REASON.
    PERFORM POST-REQUEST-REGISTER THRU END-POST-REQUEST-REGISTER.
    MOVE 'R' TO DETAIL-DISP.
    PERFORM WRITE-ACK-DETAIL THRU END-WRITE-ACK-DETAIL.
END-WRITE-REJECT. EXIT.

*> The acknowledgment detail for the request just dispositioned; the
*> caller has set its disposition and reason. The record number
*> places a request that came without a key.
WRITE-ACK-DETAIL.
    MOVE SPACES TO INBOUND-ACK-REC.
    MOVE 'D' TO IAK-REC-TYPE.
    MOVE RECORD-COUNT TO IAK-D-RECNO.
    MOVE CARD-REQUESTOR TO IAK-D-REQUESTOR.
    MOVE CARD-REQUEST-REF TO IAK-D-REQUEST-REF.
    MOVE DETAIL-DISP TO IAK-D-STATUS.
    MOVE REJECT-REASON TO IAK-D-REASON-CODE.
    MOVE REJECT-TEXT TO IAK-D-REASON.
    WRITE INBOUND-ACK-REC.
END-WRITE-ACK-DETAIL. EXIT.

*> Post the request to the request register the way SQRTEDIT posts
*> a card: a new reference is written, a known one (a resubmission)
*> is rewritten and so re-opened.
POST-REQUEST-REGISTER.
    IF REGISTER-UNAVAILABLE
        GO TO END-POST-REQUEST-REGISTER
    END-IF.
    IF CARD-REQUESTOR IS EQUAL TO SPACES
            OR CARD-REQUEST-REF IS EQUAL TO SPACES
        GO TO END-POST-REQUEST-REGISTER
    END-IF.
    MOVE CARD-REQUESTOR TO REQ-REQUESTOR.
    MOVE CARD-REQUEST-REF TO REQ-REQUEST-REF.
    MOVE 'N' TO REGISTER-FOUND-SW.
    READ REQUEST-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET REGISTER-FOUND TO TRUE
    END-READ.
    MOVE CARD-REQUESTOR TO REQ-REQUESTOR.
    MOVE CARD-REQUEST-REF TO REQ-REQUEST-REF.
    MOVE REGISTER-STATUS TO REQ-STATUS.
    MOVE REGISTER-REASON TO REQ-REASON.
    MOVE INBOUND-DATE TO REQ-IN-DATE.
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
            INVALID KEY
                CONTINUE
        END-REWRITE
    ELSE
        WRITE REQUEST-REG-REC
            INVALID KEY
                CONTINUE
        END-WRITE
    END-IF.
END-POST-REQUEST-REGISTER. EXIT.

*> Close the acknowledgment with its counts, log the batch, print
*> the totals. A rejected batch accepted nothing and every request
*> in it goes back.
TERMINATE-RUN.
    IF BATCH-STATUS IS NOT EQUAL TO 'A'
        MOVE DETAIL-COUNT TO REJECTED-COUNT
    END-IF.
    MOVE SPACES TO INBOUND-ACK-REC.
    MOVE 'T' TO IAK-REC-TYPE.
    MOVE ACCEPTED-COUNT TO IAK-T-ACCEPTED.
    MOVE REJECTED-COUNT TO IAK-T-REJECTED.
    WRITE INBOUND-ACK-REC.
    CLOSE INBOUND-ACK-FILE.
    CLOSE INBOUND-DECK.

    OPEN EXTEND INBOUND-LOG-FILE.
    IF INBOUND-LOG-STATUS IS EQUAL TO '35'
        OPEN OUTPUT INBOUND-LOG-FILE
    END-IF.
    IF INBOUND-LOG-STATUS IS EQUAL TO '00'
        MOVE SPACES TO INBOUND-LOG-REC
        MOVE INBOUND-DATE TO INL-DATE
        MOVE CURRENT-TIME-EDIT TO INL-TIME
        MOVE BATCH-NO TO INL-BATCH-NO
        MOVE BATCH-STATUS TO INL-STATUS
        MOVE DETAIL-COUNT TO INL-DETAILS
        MOVE ACCEPTED-COUNT TO INL-ACCEPTED
        MOVE REJECTED-COUNT TO INL-REJECTED
        MOVE BATCH-REASON TO INL-REASON
        WRITE INBOUND-LOG-REC
        CLOSE INBOUND-LOG-FILE
    END-IF.

    MOVE DETAIL-COUNT TO SUM-DETAILS.
    MOVE ACCEPTED-COUNT TO SUM-ACCEPTED.
    MOVE REJECTED-COUNT TO SUM-REJECTED.
    WRITE OUT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
END-TERMINATE-RUN. EXIT.
