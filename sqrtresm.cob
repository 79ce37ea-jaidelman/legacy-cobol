*> good enough for housekeeping and it keeps the date handling to
*> ordinary verbs.
*>
*> PURGE and RELOAD rewrite the master, so they run only for an
*> operator (USER) the operator authority file (OPRREC.cpy) allows
*> master purge/reload; anyone else is turned away with RETURN-CODE
*> 8 before the master is opened, and the attempt goes to the
*> security violation log. UNLOAD and VERIFY only read it and stay
*> open to all.
*>
*> 2026-09-03 JA  Written along with the last-hit date and hit count
*>                added to RESREC.cpy, so "how much of the master is
*>                dead weight" finally has an answer.
*> 2026-10-15 JA  PURGE and RELOAD now need master purge/reload
*>                authority on the operator authority file.
*> 2026-10-15 JA  The operator authority file and the violation log
*>                are named only by the OPER-FILE and SECV-FILE
*>                parameters (or the defaults), no longer by an
*>                environment variable the job's submitter sets.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTRESM.
01 DEFAULT-BACKUP-FILENAME  PICTURE X(100) VALUE SPACES.
01 PARAMETER-FILENAME       PICTURE X(100) VALUE 'SQRTPARM.DAT'.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.
01 OPERATOR-FILENAME        PICTURE X(100) VALUE 'SQRTOPER.DAT'.
01 VIOLATION-FILENAME       PICTURE X(100) VALUE 'SQRTSECV.DAT'.

01 RESULTS-FILE-STATUS   PICTURE X(02) VALUE SPACES.
01 BACKUP-FILE-STATUS    PICTURE X(02) VALUE SPACES.
*> LINKAGE record shared with extfunction, for the VERIFY recompute.
COPY "EXTFLINK.cpy".

*> The operator running the housekeeping, and the LINKAGE record
*> shared with the SQRTAUTH authority check.
01 OPERATOR-NAME PICTURE X(08) VALUE 'UNKNOWN '.
COPY "AUTHLINK.cpy".

*> Line formats to be printed

01 TITLE-LINE.
      ' SQRT-RESM-AGE-DAYS MUST BE 5 NUMERIC DIGITS, NONZERO, FOR PURGE'.
   02 FILLER PICTURE X(16) VALUE SPACES.

01 AUTH-REFUSED-MESS.
   02 FILLER           PICTURE X(10) VALUE ' OPERATOR '.
   02 REFUSED-OPERATOR PICTURE X(08).
   02 FILLER           PICTURE X(10) VALUE ' REFUSED: '.
   02 REFUSED-REASON   PICTURE X(30).
   02 FILLER           PICTURE X(22) VALUE SPACES.

01 MASTER-OPEN-MESS.
   02 FILLER               PICTURE X(01) VALUE SPACE.
   02 FILLER               PICTURE X(15) VALUE 'RESULTS MASTER '.
    STOP RUN.

*> Pick up the function and run parameters, open the report, and
*> refuse anything that isn't one of the four functions, or a
*> PURGE or RELOAD from an operator without the authority for it.
INITIALIZE-RUN.
    ACCEPT FUNCTION-PARM FROM ENVIRONMENT "SQRT-RESM-FUNCTION".
    MOVE RESULTS-FILENAME TO DEFAULT-RESULTS-FILENAME.
    IF BACKUP-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-BACKUP-FILENAME TO BACKUP-FILENAME
    END-IF.
    ACCEPT OPERATOR-NAME FROM ENVIRONMENT "USER"
        ON EXCEPTION
            MOVE 'UNKNOWN ' TO OPERATOR-NAME
    END-ACCEPT.
    IF OPERATOR-NAME IS EQUAL TO SPACES
        MOVE 'UNKNOWN ' TO OPERATOR-NAME
    END-IF.
    ACCEPT AGE-DAYS-PARM FROM ENVIRONMENT "SQRT-RESM-AGE-DAYS".
    ACCEPT SPOT-EVERY-PARM FROM ENVIRONMENT "SQRT-RESM-SPOT-EVERY".
    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.
        CLOSE STANDARD-OUTPUT
        STOP RUN
    END-IF.

    IF FUNCTION-PARM IS EQUAL TO 'PURGE   '
            OR FUNCTION-PARM IS EQUAL TO 'RELOAD  '
        PERFORM CHECK-OPERATOR-AUTHORITY
            THRU END-CHECK-OPERATOR-AUTHORITY
    END-IF.
END-INITIALIZE-RUN. EXIT.

*> PURGE and RELOAD rebuild the master; without the authority for
*> it the run stops here, refused and logged by SQRTAUTH.
CHECK-OPERATOR-AUTHORITY.
    MOVE OPERATOR-FILENAME TO AUTH-OPERATOR-FILENAME.
    MOVE VIOLATION-FILENAME TO AUTH-VIOLATION-FILENAME.
    MOVE 'SQRTRESM' TO AUTH-PROGRAM.
    MOVE OPERATOR-NAME TO AUTH-OPERATOR.
    SET AUTH-FN-MASTER-PURGE TO TRUE.
    MOVE FUNCTION-PARM TO AUTH-DETAIL.
    CALL "SQRTAUTH" USING AUTH-LINKAGE.
    IF AUTH-GRANTED
        GO TO END-CHECK-OPERATOR-AUTHORITY
    END-IF.
    MOVE OPERATOR-NAME TO REFUSED-OPERATOR.
    MOVE AUTH-REASON TO REFUSED-REASON.
    WRITE OUT-LINE FROM AUTH-REFUSED-MESS AFTER ADVANCING 1 LINE.
    MOVE 8 TO RETURN-CODE.
    CLOSE STANDARD-OUTPUT.
    STOP RUN.
END-CHECK-OPERATOR-AUTHORITY. EXIT.

*> Let the central run-parameter file supply the file names, the
*> purge age, the spot-check interval, and the iteration ceiling the
*> VERIFY recompute runs at, ahead of the environment.
        MOVE PARM-VALUE TO RESULTS-FILENAME
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
    IF PARM-KEYWORD IS EQUAL TO 'RESM-BACKUP-FILE'
        MOVE PARM-VALUE TO BACKUP-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
