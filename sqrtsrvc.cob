*>
*> Shutdown is the operator command file the batch run already
*> honours: STOP in SQRTCMD.DAT, seen at the next poll, ends the
*> service clean, provided the operator ID written beside it holds
*> operator-command authority on the operator authority file
*> (OPRREC.cpy); a STOP from anyone else is cleared, printed and
*> written to the security violation log, and the service runs on.
*> A zero-value card in the drop file is passed over; the drop file
*> has no terminator, it is emptied as it is serviced.
*>
*> Deliberately out of scope intraday: the imaginary mode (an
*> even-degree root of a negative value is rejected with its reason)
*> to the requestor to resubmit at a looser tolerance).
*>
*> 2026-09-03 JA  Added for daytime turnaround on rush requests.
*> 2026-10-15 JA  A drop-file request whose requestor code is not on
*>                the requestor master, or is suspended there, is
*>                rejected with its reason like any other bad card;
*>                without the master the check is skipped.
*> 2026-10-15 JA  The activity record now splits each requestor's
*>                answers by operation and precision, the same as
*>                the overnight run's, for the priced chargeback.
*> 2026-10-15 JA  Every answer is proven by its residual before it
*>                is replied or stored, exactly as the overnight run
*>                proves it; a failure goes back to the requestor as
*>                a reject with its reason, posts register status
*>                'P', is never stored in the master, and is written
*>                to the residual exception file (RSDREC.cpy).
*> 2026-10-15 JA  STOP now carries the issuing operator's ID and is
*>                honoured only with operator-command authority; the
*>                run log records who sent it, accepted or refused.
*> 2026-10-15 JA  Every register posting now also records the
*>                service's run number, the intraday pass and
*>                whether the answer came from the results master or
*>                was computed, for the SQRTTRCE request trace.
*> 2026-10-15 JA  A request whose reference its requestor has
*>                cancelled on the register (status C) is passed
*>                over: the reply file says so and the run log
*>                records it, but it is not serviced, counted as a
*>                serviced request, billed or posted. A posting
*>                never overwrites a cancellation.
*> 2026-10-15 JA  The operator authority file and the violation log
*>                are named only by the OPER-FILE and SECV-FILE
*>                parameters (or the defaults), no longer by an
*>                environment variable the job's submitter sets.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTSRVC.
        RECORD KEY IS REQ-KEY
        FILE STATUS IS REQUEST-FILE-STATUS.

    *> Keyed requestor master, maintained by SQRTRQMT; a request
    *> from an unknown or suspended department is turned away.
    SELECT REQUESTOR-FILE ASSIGN TO DYNAMIC REQUESTOR-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RQM-CODE
        FILE STATUS IS REQUESTOR-FILE-STATUS.

    *> The shared run-event log, run control, statistics history and
    *> requestor activity file, exactly as the overnight run keeps
    *> them.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAMETER-FILE-STATUS.

    *> The residual exception file the overnight run appends to; an
    *> intraday answer that fails its proof is recorded there too.
    SELECT RESIDUAL-FILE ASSIGN TO DYNAMIC RESIDUAL-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESIDUAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD REQUEST-FILE.
    COPY "REQREC.cpy".

FD REQUESTOR-FILE.
    COPY "REQMREC.cpy".

FD RUN-LOG-FILE.
    01 LOG-LINE PICTURE X(80).

FD PARAMETER-FILE.
    COPY "PARMREC.cpy".

FD RESIDUAL-FILE.
    COPY "RSDREC.cpy".

WORKING-STORAGE SECTION.

*> File names, defaulted to what the rest of the suite uses and
01 DEFAULT-RESULTS-FILENAME PICTURE X(100) VALUE SPACES.
01 REQUEST-FILENAME    PICTURE X(100) VALUE 'SQRTREQ.DAT'.
01 DEFAULT-REQUEST-FILENAME PICTURE X(100) VALUE SPACES.
01 REQUESTOR-FILENAME  PICTURE X(100) VALUE 'SQRTRQM.DAT'.
01 DEFAULT-REQUESTOR-FILENAME PICTURE X(100) VALUE SPACES.
01 RUN-LOG-FILENAME    PICTURE X(100) VALUE 'SQRTLOG.TXT'.
01 DEFAULT-RUN-LOG-FILENAME PICTURE X(100) VALUE SPACES.
01 CONTROL-FILENAME    PICTURE X(100) VALUE 'SQRTCTL.DAT'.
01 DEFAULT-COMMAND-FILENAME PICTURE X(100) VALUE SPACES.
01 PARAMETER-FILENAME  PICTURE X(100) VALUE 'SQRTPARM.DAT'.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.
01 RESIDUAL-FILENAME   PICTURE X(100) VALUE 'SQRTRSD.DAT'.
01 DEFAULT-RESIDUAL-FILENAME PICTURE X(100) VALUE SPACES.
01 OPERATOR-FILENAME        PICTURE X(100) VALUE 'SQRTOPER.DAT'.
01 VIOLATION-FILENAME       PICTURE X(100) VALUE 'SQRTSECV.DAT'.

01 DROP-FILE-STATUS     PICTURE X(02) VALUE SPACES.
01 REPLY-FILE-STATUS    PICTURE X(02) VALUE SPACES.
01 RESULTS-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 REQUEST-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 REQUESTOR-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 RUN-LOG-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 CONTROL-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 STATISTICS-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 ACTIVITY-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 COMMAND-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 PARAMETER-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 RESIDUAL-FILE-STATUS PICTURE X(02) VALUE SPACES.

01 END-OF-PARMS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-PARMS VALUE 'Y'.
01 STOP-REQUESTED-SW PICTURE X(01) VALUE 'N'.
   88 STOP-REQUESTED VALUE 'Y'.
01 COMMAND-WORD PICTURE X(08) VALUE SPACES.
01 COMMAND-OPERATOR PICTURE X(08) VALUE SPACES.
COPY "AUTHLINK.cpy".
01 POLL-SECONDS-PARM PICTURE X(03) VALUE SPACES.
01 POLL-SECONDS PICTURE 9(03) VALUE 10.

01 REGISTER-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 REGISTER-FOUND VALUE 'Y'.
01 REGISTER-DISP PICTURE X(01) VALUE SPACE.
01 REQUEST-CANCELLED-SW PICTURE X(01) VALUE 'N'.
   88 REQUEST-CANCELLED VALUE 'Y'.
01 REQMAST-MODE-SW PICTURE X(01) VALUE 'Y'.
   88 REQMAST-MODE-ON VALUE 'Y'.
01 REQUESTOR-VALID-SW PICTURE X(01) VALUE 'N'.
   88 REQUESTOR-VALID VALUE 'Y'.

*> Residual proof of the answer in hand, worked the way the
*> overnight run works it: Y raised back to the root degree one
*> multiplication at a time, the residual |Y**N - Z| held to the
*> card's tolerance carried through the power, N * Y**(N-1) *
*> tolerance, floored at the last places the power is carried to.
01 PROOF-FAILED-SW PICTURE X(01) VALUE 'N'.
   88 PROOF-FAILED VALUE 'Y'.
01 PROOF-OVERFLOW-SW PICTURE X(01) VALUE 'N'.
   88 PROOF-OVERFLOW VALUE 'Y'.
01 PROOF-STEP         PICTURE 9(02) VALUE ZERO.
01 PROOF-POWER        PICTURE 9(12)V9(15) VALUE ZERO.
01 PROOF-POWER-LESS-1 PICTURE 9(12)V9(15) VALUE ZERO.
01 PROOF-SIGNED       PICTURE S9(12)V9(15) VALUE ZERO.
01 PROOF-RESIDUAL     PICTURE 9(12)V9(15) VALUE ZERO.
01 PROOF-LIMIT        PICTURE 9(14)V9(15) VALUE ZERO.
01 PROOF-FLOOR        PICTURE V9(15) VALUE 0.000000000001.
01 PROOF-CEILING      PICTURE 9(12)V9(15)
                      VALUE 999999999999.999999999999999.

*> Run parameters shared with the overnight run: tolerance default,
*> iteration ceiling, safe range.
01 ANSWERED-COUNT  PICTURE 9(07) VALUE ZERO.
01 REJECTED-COUNT  PICTURE 9(07) VALUE ZERO.
01 ABORTED-COUNT   PICTURE 9(07) VALUE ZERO.
01 RESIDUAL-COUNT  PICTURE 9(07) VALUE ZERO.
01 CANCELLED-COUNT PICTURE 9(07) VALUE ZERO.
01 COMPUTED-COUNT  PICTURE 9(07) VALUE ZERO.
01 ITERATION-TOTAL PICTURE 9(09) VALUE ZERO.
01 MASTER-HIT-COUNT PICTURE 9(07) VALUE ZERO.
      03 RQ-OK   PICTURE 9(07).
      03 RQ-ITER PICTURE 9(09).
      03 RQ-HITS PICTURE 9(07).
      03 RQ-SQR-OK  PICTURE 9(07).
      03 RQ-CUBE-OK PICTURE 9(07).
      03 RQ-NTH-OK  PICTURE 9(07).
      03 RQ-HP-OK   PICTURE 9(07).
01 REQUESTOR-COUNT    PICTURE 9(02) VALUE ZERO.
01 REQUESTOR-IX       PICTURE 9(02) VALUE ZERO.
01 REQUESTOR-FOUND-SW PICTURE X(01) VALUE 'N'.
   02 LOG-SRV-REF       PICTURE X(08).
   02 FILLER            PICTURE X(16) VALUE SPACES.

*> Every STOP acted on or turned away, with who issued it, in the
*> overnight run's wording.
01 LOG-COMMAND-TEXT.
   02 FILLER           PICTURE X(08) VALUE 'COMMAND '.
   02 LOG-CMD-WORD     PICTURE X(08).
   02 FILLER           PICTURE X(06) VALUE ' FROM '.
   02 LOG-CMD-OPERATOR PICTURE X(08).
   02 FILLER           PICTURE X(01) VALUE SPACE.
   02 LOG-CMD-VERDICT  PICTURE X(08).
   02 FILLER           PICTURE X(09) VALUE SPACES.

*> A STOP turned away: who sent it and why.
01 COMMAND-REFUSED-MESS.
   02 FILLER PICTURE X(18) VALUE ' OPERATOR COMMAND '.
   02 MESS-REFUSED-WORD     PICTURE X(08).
   02 FILLER PICTURE X(06) VALUE ' FROM '.
   02 MESS-REFUSED-OPERATOR PICTURE X(08).
   02 FILLER PICTURE X(10) VALUE ' REFUSED: '.
   02 MESS-REFUSED-REASON   PICTURE X(30).

*> One run-event log record, the overnight run's layout.
01 LOG-EVENT-LINE.
   02 LOG-DATE       PICTURE X(08).
   02 SUM-ABORTED   PICTURE Z(5)9.
   02 FILLER        PICTURE X(06) VALUE ' HITS='.
   02 SUM-HITS      PICTURE Z(5)9.
   02 FILLER        PICTURE X(05) VALUE ' RSD='.
   02 SUM-RESIDUAL  PICTURE Z(5)9.
   02 FILLER        PICTURE X(05) VALUE ' CAN='.
   02 SUM-CANCELLED PICTURE Z(5)9.
   02 FILLER        PICTURE X(03) VALUE SPACES.

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
    MOVE RESIDUAL-FILENAME TO DEFAULT-RESIDUAL-FILENAME.
    ACCEPT RESIDUAL-FILENAME FROM ENVIRONMENT "SQRT-RESID-FILE"
        ON EXCEPTION
            MOVE DEFAULT-RESIDUAL-FILENAME TO RESIDUAL-FILENAME
    END-ACCEPT.
    IF RESIDUAL-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-RESIDUAL-FILENAME TO RESIDUAL-FILENAME
    END-IF.
    MOVE RUN-LOG-FILENAME TO DEFAULT-RUN-LOG-FILENAME.
    ACCEPT RUN-LOG-FILENAME FROM ENVIRONMENT "SQRT-RUNLOG-FILE"
        ON EXCEPTION

    PERFORM OPEN-RESULTS-MASTER THRU END-OPEN-RESULTS-MASTER.
    PERFORM OPEN-REQUEST-REGISTER THRU END-OPEN-REQUEST-REGISTER.
    OPEN INPUT REQUESTOR-FILE.
    IF REQUESTOR-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE 'N' TO REQMAST-MODE-SW
    END-IF.
    PERFORM TAKE-RUN-NUMBER THRU END-TAKE-RUN-NUMBER.

    WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES.
        MOVE PARM-VALUE TO REQUEST-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'REQMAST-FILE'
        MOVE PARM-VALUE TO REQUESTOR-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'RESID-FILE'
        MOVE PARM-VALUE TO RESIDUAL-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'RUNLOG-FILE'
        MOVE PARM-VALUE TO RUN-LOG-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
        MOVE PARM-VALUE TO COMMAND-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'OPER-FILE'
        MOVE PARM-VALUE TO OPERATOR-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'SECV-FILE'
        MOVE PARM-VALUE TO VIOLATION-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'TOLERANCE'
        MOVE PARM-VALUE(1:5) TO TOLERANCE-PARM
        GO TO END-APPLY-ONE-PARAMETER
    IF IN-Z IS EQUAL TO ZERO
        GO TO END-SERVICE-ONE-REQUEST
    END-IF.
    PERFORM CHECK-REQUEST-CANCELLED THRU END-CHECK-REQUEST-CANCELLED.
    IF REQUEST-CANCELLED
        PERFORM WRITE-REPLY-CANCELLED THRU END-WRITE-REPLY-CANCELLED
        GO TO END-SERVICE-ONE-REQUEST
    END-IF.
    *> A department the master doesn't know (or has suspended) is
    *> turned away before it gets a subtotal entry, so it is never
    *> carried to the activity file and billed. It still counts in
    *> SERVICED= so the trailer adds up to OK+REJ+ABRT.
    IF IN-REQUESTOR IS NOT EQUAL TO SPACES AND REQMAST-MODE-ON
        PERFORM CHECK-REQUESTOR THRU END-CHECK-REQUESTOR
        IF NOT REQUESTOR-VALID
            ADD 1 TO SERVICED-COUNT
            MOVE 'UNKNOWN OR SUSPENDED REQUESTOR' TO RPJ-REASON
            MOVE 'D' TO REGISTER-DISP
            PERFORM WRITE-REPLY-REJECT THRU END-WRITE-REPLY-REJECT
            GO TO END-SERVICE-ONE-REQUEST
        END-IF
    END-IF.

    ADD 1 TO SERVICED-COUNT.
    PERFORM FIND-REQUESTOR-ENTRY THRU END-FIND-REQUESTOR-ENTRY.
    ADD 1 TO RQ-RECS(REQUESTOR-IX).
        PERFORM WRITE-REPLY-REJECT THRU END-WRITE-REPLY-REJECT
        GO TO END-SERVICE-ONE-REQUEST
    END-IF.
    IF PROOF-FAILED
        ADD 1 TO RESIDUAL-COUNT
        MOVE 'FAILED RESIDUAL PROOF, REFUSED' TO RPJ-REASON
        MOVE 'P' TO REGISTER-DISP
        PERFORM WRITE-REPLY-REJECT THRU END-WRITE-REPLY-REJECT
        PERFORM WRITE-RESIDUAL-EXCEPTION
            THRU END-WRITE-RESIDUAL-EXCEPTION
        GO TO END-SERVICE-ONE-REQUEST
    END-IF.

    PERFORM WRITE-REPLY-ANSWER THRU END-WRITE-REPLY-ANSWER.
END-SERVICE-ONE-REQUEST. EXIT.

*> Is the request's department on the requestor master and active?
CHECK-REQUESTOR.
    MOVE 'N' TO REQUESTOR-VALID-SW.
    MOVE IN-REQUESTOR TO RQM-CODE.
    READ REQUESTOR-FILE
        INVALID KEY
            GO TO END-CHECK-REQUESTOR
    END-READ.
    IF RQM-STATUS IS EQUAL TO 'A'
        SET REQUESTOR-VALID TO TRUE
    END-IF.
END-CHECK-REQUESTOR. EXIT.

*> The operation, resolved exactly as the overnight run resolves it.
RESOLVE-OPERATION.
    MOVE 'Y' TO OPER-VALID-SW.

*> The answer: a master hit hands back the stored one and maintains
*> the last-hit tracking; a miss computes and stores, exactly as the
*> overnight run does. Either way the answer is proven first, and
*> one that fails is neither stored nor credited with a hit.
OBTAIN-RESULT.
    MOVE 'N' TO MASTER-HIT-SW.
    MOVE 'N' TO PROOF-FAILED-SW.
    MOVE CURRENT-ROOT-N TO EXTF-ROOT-N.
    MOVE RUN-MAX-ITERATIONS TO EXTF-MAX-ITER.
    IF MASTER-MODE-ON
        END-READ
    END-IF.
    IF MASTER-HIT
        PERFORM PROVE-RESULT THRU END-PROVE-RESULT
        IF PROOF-FAILED
            GO TO END-OBTAIN-RESULT
        END-IF
        ADD 1 TO MASTER-HIT-COUNT
        ADD 1 TO RQ-HITS(REQUESTOR-IX)
        MOVE RUN-DATE TO RES-LAST-HIT-DATE
    ADD EXTF-K TO ITERATION-TOTAL.
    ADD EXTF-K TO RQ-ITER(REQUESTOR-IX).
    ADD 1 TO COMPUTED-COUNT.
    PERFORM PROVE-RESULT THRU END-PROVE-RESULT.

    IF MASTER-MODE-ON AND NOT EXTF-ABORTED AND NOT PROOF-FAILED
        INITIALIZE RESULT-REC
        MOVE EXTF-Z TO RES-KEY-Z
        MOVE EXTF-DIFF TO RES-KEY-DIFF
    END-IF.
END-OBTAIN-RESULT. EXIT.

*> The residual proof, as the overnight run makes it: raise Y back
*> to the root degree and hold |Y**N - Z| to the card's tolerance
*> carried through the power. An aborted attempt has nothing to
*> prove.
PROVE-RESULT.
    MOVE 'N' TO PROOF-FAILED-SW.
    IF EXTF-ABORTED
        GO TO END-PROVE-RESULT
    END-IF.
    MOVE 'N' TO PROOF-OVERFLOW-SW.
    MOVE 1 TO PROOF-POWER.
    MOVE 1 TO PROOF-POWER-LESS-1.
    MOVE ZERO TO PROOF-STEP.
    PERFORM RAISE-PROOF-POWER THRU END-RAISE-PROOF-POWER
        UNTIL PROOF-STEP IS EQUAL TO EXTF-ROOT-N
           OR PROOF-OVERFLOW.
    IF PROOF-OVERFLOW
        MOVE PROOF-CEILING TO PROOF-POWER
        MOVE PROOF-CEILING TO PROOF-RESIDUAL
        MOVE ZERO TO PROOF-LIMIT
        SET PROOF-FAILED TO TRUE
        GO TO END-PROVE-RESULT
    END-IF.
    COMPUTE PROOF-SIGNED = PROOF-POWER - EXTF-Z.
    IF PROOF-SIGNED IS LESS THAN ZERO
        COMPUTE PROOF-RESIDUAL = PROOF-SIGNED * -1
    ELSE
        MOVE PROOF-SIGNED TO PROOF-RESIDUAL
    END-IF.
    COMPUTE PROOF-LIMIT ROUNDED =
        EXTF-ROOT-N * PROOF-POWER-LESS-1 * EXTF-DIFF
        ON SIZE ERROR
            MOVE PROOF-CEILING TO PROOF-LIMIT
    END-COMPUTE.
    IF PROOF-LIMIT IS LESS THAN PROOF-FLOOR
        MOVE PROOF-FLOOR TO PROOF-LIMIT
    END-IF.
    IF PROOF-RESIDUAL IS GREATER THAN PROOF-LIMIT
        SET PROOF-FAILED TO TRUE
    END-IF.
END-PROVE-RESULT. EXIT.

RAISE-PROOF-POWER.
    MOVE PROOF-POWER TO PROOF-POWER-LESS-1.
    COMPUTE PROOF-POWER ROUNDED = PROOF-POWER * EXTF-Y
        ON SIZE ERROR
            SET PROOF-OVERFLOW TO TRUE
    END-COMPUTE.
    ADD 1 TO PROOF-STEP.
END-RAISE-PROOF-POWER. EXIT.

*> Append a refused answer's particulars to the residual exception
*> file, opened EXTEND per record the way the reply files are so a
*> crash loses nothing.
WRITE-RESIDUAL-EXCEPTION.
    OPEN EXTEND RESIDUAL-FILE.
    IF RESIDUAL-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT RESIDUAL-FILE
    END-IF.
    IF RESIDUAL-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-WRITE-RESIDUAL-EXCEPTION
    END-IF.
    INITIALIZE RESIDUAL-REC.
    MOVE RUN-DATE TO RSD-DATE.
    MOVE RUN-SEQ-NO TO RSD-RUN-SEQ-NO.
    MOVE 'SRVC' TO RSD-SOURCE.
    MOVE IN-REQUESTOR TO RSD-REQUESTOR.
    MOVE IN-REQUEST-REF TO RSD-REQUEST-REF.
    MOVE CURRENT-ROOT-N TO RSD-ROOT-N.
    MOVE '1' TO RSD-PASS.
    IF MASTER-HIT
        MOVE 'Y' TO RSD-MASTER-SW
    ELSE
        MOVE 'N' TO RSD-MASTER-SW
    END-IF.
    MOVE IN-Z TO RSD-Z.
    MOVE EXTF-DIFF TO RSD-TOLERANCE.
    MOVE EXTF-Y TO RSD-Y.
    MOVE PROOF-POWER TO RSD-BACK.
    MOVE PROOF-RESIDUAL TO RSD-RESIDUAL.
    MOVE PROOF-LIMIT TO RSD-LIMIT.
    WRITE RESIDUAL-REC.
    CLOSE RESIDUAL-FILE.
END-WRITE-RESIDUAL-EXCEPTION. EXIT.

*> One answered request: stamped reply to the requestor's file, the
*> run-log event, the register posting, the day's counts.
WRITE-REPLY-ANSWER.
    END-IF.
    ADD 1 TO ANSWERED-COUNT.
    ADD 1 TO RQ-OK(REQUESTOR-IX).
    IF CURRENT-ROOT-N IS EQUAL TO 2
        ADD 1 TO RQ-SQR-OK(REQUESTOR-IX)
    ELSE
        IF CURRENT-ROOT-N IS EQUAL TO 3
            ADD 1 TO RQ-CUBE-OK(REQUESTOR-IX)
        ELSE
            ADD 1 TO RQ-NTH-OK(REQUESTOR-IX)
        END-IF
    END-IF.
    IF IN-PREC IS EQUAL TO 'H'
        ADD 1 TO RQ-HP-OK(REQUESTOR-IX)
    END-IF.
    MOVE 'ANSWERED ' TO LOG-SRV-DISP.
    PERFORM LOG-SERVICED-REQUEST THRU END-LOG-SERVICED-REQUEST.
    MOVE 'A' TO REGISTER-DISP.
*> One unanswered request: the stamped reason to the requestor's
*> reply file, the run-log event, the register posting, the day's
*> counts. The caller stages the register disposition: 'D' for a
*> genuine reject, 'F' for an extfunction abort, 'P' for a failed
*> residual proof, the same codes the overnight run posts for the
*> same conditions.
WRITE-REPLY-REJECT.
    PERFORM GET-CURRENT-TIME THRU END-GET-CURRENT-TIME.
    MOVE RUN-DATE TO RPJ-DATE.
        THRU END-POST-REQUEST-DISPOSITION.
END-WRITE-REPLY-REJECT. EXIT.

*> Has the requestor cancelled this reference on the register? Only
*> a reference on file in status C counts; without the register, or
*> on a request without a requestor and reference, it hasn't.
CHECK-REQUEST-CANCELLED.
    MOVE 'N' TO REQUEST-CANCELLED-SW.
    IF NOT REGISTER-MODE-ON
        GO TO END-CHECK-REQUEST-CANCELLED
    END-IF.
    IF IN-REQUESTOR IS EQUAL TO SPACES
            OR IN-REQUEST-REF IS EQUAL TO SPACES
        GO TO END-CHECK-REQUEST-CANCELLED
    END-IF.
    MOVE IN-REQUESTOR TO REQ-REQUESTOR.
    MOVE IN-REQUEST-REF TO REQ-REQUEST-REF.
    READ REQUEST-FILE
        INVALID KEY
            GO TO END-CHECK-REQUEST-CANCELLED
    END-READ.
    IF REQ-STATUS IS EQUAL TO 'C'
        SET REQUEST-CANCELLED TO TRUE
    END-IF.
END-CHECK-REQUEST-CANCELLED. EXIT.

*> A cancelled reference: the requestor is told it was passed over
*> and the run log records it; nothing else is touched.
WRITE-REPLY-CANCELLED.
    PERFORM GET-CURRENT-TIME THRU END-GET-CURRENT-TIME.
    MOVE RUN-DATE TO RPJ-DATE.
    MOVE CURRENT-TIME-EDIT TO RPJ-TIME.
    MOVE IN-REQUEST-REF TO RPJ-REQUEST-REF.
    MOVE 'CANCELLED, NOT SERVICED' TO RPJ-REASON.
    PERFORM OPEN-REPLY-FILE THRU END-OPEN-REPLY-FILE.
    IF REPLY-FILE-STATUS IS EQUAL TO '00'
        WRITE REPLY-REC FROM REPLY-REJECT-LINE
        CLOSE REPLY-FILE
    END-IF.
    ADD 1 TO CANCELLED-COUNT.
    MOVE 'CANCELLED' TO LOG-SRV-DISP.
    PERFORM LOG-SERVICED-REQUEST THRU END-LOG-SERVICED-REQUEST.
END-WRITE-REPLY-CANCELLED. EXIT.

*> The requestor's reply file: the reply prefix, the requestor code
*> (NOID when the card carried none), and .TXT. Opened EXTEND per
*> reply so a day's answers accumulate and a crash loses nothing.
        NOT INVALID KEY
            SET REGISTER-FOUND TO TRUE
    END-READ.
    *> A cancellation is never overwritten by a posting.
    IF REGISTER-FOUND AND REQ-STATUS IS EQUAL TO 'C'
        GO TO END-POST-REQUEST-DISPOSITION
    END-IF.
    PERFORM SET-DISPOSITION-TRAIL THRU END-SET-DISPOSITION-TRAIL.
    IF REGISTER-FOUND
        MOVE REGISTER-DISP TO REQ-STATUS
        MOVE RUN-DATE TO REQ-DISP-DATE
        MOVE SPACE TO REQ-REASON
        MOVE RUN-DATE TO REQ-IN-DATE
        MOVE RUN-DATE TO REQ-DISP-DATE
        MOVE SPACES TO REQ-AMENDMENT
        MOVE SPACES TO REQ-FILL-1
        WRITE REQUEST-REG-REC
            INVALID KEY
    END-IF.
END-POST-REQUEST-DISPOSITION. EXIT.

*> Where the disposition happened, for the trace inquiry: this
*> service run, no deck, the intraday pass, and whether an answer
*> came from the master or was computed. Nothing intraday goes out
*> on the interface feed.
SET-DISPOSITION-TRAIL.
    MOVE RUN-SEQ-NO TO REQ-RUN-SEQ-NO.
    MOVE SPACES TO REQ-DECK-ID.
    MOVE 'I' TO REQ-PASS.
    MOVE SPACE TO REQ-SOURCE.
    MOVE ZERO TO REQ-INTF-SEQ-NO.
    IF REGISTER-DISP IS EQUAL TO 'A'
            OR REGISTER-DISP IS EQUAL TO 'P'
        IF MASTER-HIT
            MOVE 'M' TO REQ-SOURCE
        ELSE
            MOVE 'C' TO REQ-SOURCE
        END-IF
    END-IF.
END-SET-DISPOSITION-TRAIL. EXIT.

*> Find (or first add) the subtotal entry for the card's requestor,
*> the overnight run's scheme.
FIND-REQUESTOR-ENTRY.
    MOVE ZERO TO RQ-OK(REQUESTOR-IX).
    MOVE ZERO TO RQ-ITER(REQUESTOR-IX).
    MOVE ZERO TO RQ-HITS(REQUESTOR-IX).
    MOVE ZERO TO RQ-SQR-OK(REQUESTOR-IX).
    MOVE ZERO TO RQ-CUBE-OK(REQUESTOR-IX).
    MOVE ZERO TO RQ-NTH-OK(REQUESTOR-IX).
    MOVE ZERO TO RQ-HP-OK(REQUESTOR-IX).
END-ZERO-REQUESTOR-ENTRY. EXIT.

SEEK-REQUESTOR-CODE.
END-TEST-REQUESTOR-CODE. EXIT.

*> Look for the operator's STOP; anything else in the command file
*> belongs to a batch run and is left standing. A STOP is put to
*> SQRTAUTH first; either way it is cleared, and a refused one is
*> printed and the service carries on.
POLL-OPERATOR-COMMAND.
    MOVE SPACES TO COMMAND-WORD.
    MOVE SPACES TO COMMAND-OPERATOR.
    OPEN INPUT COMMAND-FILE.
    IF COMMAND-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-POLL-OPERATOR-COMMAND
            CONTINUE
        NOT AT END
            MOVE COMMAND-REC(1:8) TO COMMAND-WORD
            MOVE COMMAND-REC(10:8) TO COMMAND-OPERATOR
    END-READ.
    CLOSE COMMAND-FILE.
    IF COMMAND-WORD IS NOT EQUAL TO 'STOP    '
        GO TO END-POLL-OPERATOR-COMMAND
    END-IF.
    OPEN OUTPUT COMMAND-FILE.
    CLOSE COMMAND-FILE.
    MOVE OPERATOR-FILENAME TO AUTH-OPERATOR-FILENAME.
    MOVE VIOLATION-FILENAME TO AUTH-VIOLATION-FILENAME.
    MOVE 'SQRTSRVC' TO AUTH-PROGRAM.
    MOVE COMMAND-OPERATOR TO AUTH-OPERATOR.
    SET AUTH-FN-OPERATOR-COMMAND TO TRUE.
    MOVE COMMAND-WORD TO AUTH-DETAIL.
    CALL "SQRTAUTH" USING AUTH-LINKAGE.
    MOVE COMMAND-WORD TO LOG-CMD-WORD.
    MOVE COMMAND-OPERATOR TO LOG-CMD-OPERATOR.
    IF AUTH-REFUSED
        MOVE 'REFUSED ' TO LOG-CMD-VERDICT
        MOVE LOG-COMMAND-TEXT TO LOG-EVENT-TEXT
        PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT
        MOVE COMMAND-WORD TO MESS-REFUSED-WORD
        MOVE COMMAND-OPERATOR TO MESS-REFUSED-OPERATOR
        MOVE AUTH-REASON TO MESS-REFUSED-REASON
        WRITE OUT-LINE FROM COMMAND-REFUSED-MESS
            AFTER ADVANCING 1 LINE
        GO TO END-POLL-OPERATOR-COMMAND
    END-IF.
    MOVE 'ACCEPTED' TO LOG-CMD-VERDICT.
    MOVE LOG-COMMAND-TEXT TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.
    SET STOP-REQUESTED TO TRUE.
    MOVE 'STOP-REQUESTED, SERVICE ENDING' TO LOG-EVENT-TEXT.
    PERFORM WRITE-RUN-LOG-EVENT THRU END-WRITE-RUN-LOG-EVENT.
END-POLL-OPERATOR-COMMAND. EXIT.

GET-CURRENT-TIME.
    MOVE REJECTED-COUNT TO SUM-REJECTED.
    MOVE ABORTED-COUNT TO SUM-ABORTED.
    MOVE MASTER-HIT-COUNT TO SUM-HITS.
    MOVE RESIDUAL-COUNT TO SUM-RESIDUAL.
    MOVE CANCELLED-COUNT TO SUM-CANCELLED.
    WRITE OUT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

    PERFORM WRITE-STATISTICS THRU END-WRITE-STATISTICS.
    IF REGISTER-MODE-ON
        CLOSE REQUEST-FILE
    END-IF.
    IF REQMAST-MODE-ON
        CLOSE REQUESTOR-FILE
    END-IF.
    CLOSE RUN-LOG-FILE.
    CLOSE STANDARD-OUTPUT.
END-TERMINATE-RUN. EXIT.
    MOVE RQ-OK(REQUESTOR-IX) TO ACT-OK.
    MOVE RQ-ITER(REQUESTOR-IX) TO ACT-COMP-ITER.
    MOVE RQ-HITS(REQUESTOR-IX) TO ACT-MASTER-HITS.
    MOVE RQ-SQR-OK(REQUESTOR-IX) TO ACT-SQR-OK.
    MOVE RQ-CUBE-OK(REQUESTOR-IX) TO ACT-CUBE-OK.
    MOVE RQ-NTH-OK(REQUESTOR-IX) TO ACT-NTH-OK.
    MOVE RQ-HP-OK(REQUESTOR-IX) TO ACT-HP-OK.
    WRITE ACTIVITY-REC.
END-WRITE-ONE-ACTIVITY-RECORD. EXIT.
