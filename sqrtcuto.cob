*>
*> Run this in quiet time, never while a deck is running.
*>
*> Only an operator (USER) the operator authority file (OPRREC.cpy)
*> allows cutover may run it; anyone else is turned away with
*> RETURN-CODE 8 before a file is touched, and the attempt goes to
*> the security violation log.
*>
*> 2026-09-03 JA  Added; the report file was months deep and every
*>                SQRTRECON was paying to scan all of it.
*> 2026-10-15 JA  Now needs cutover authority on the operator
*>                authority file.
*> 2026-10-15 JA  The operator authority file and the violation log
*>                are named only by the OPER-FILE and SECV-FILE
*>                parameters (or the defaults), no longer by an
*>                environment variable the job's submitter sets.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTCUTO.
01 DEFAULT-STATS-FILENAME   PICTURE X(100) VALUE SPACES.
01 PARAMETER-FILENAME  PICTURE X(100) VALUE 'SQRTPARM.DAT'.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.
01 OPERATOR-FILENAME        PICTURE X(100) VALUE 'SQRTOPER.DAT'.
01 VIOLATION-FILENAME       PICTURE X(100) VALUE 'SQRTSECV.DAT'.

01 CURRENT-FILENAME  PICTURE X(100) VALUE SPACES.
01 ARCHIVE-FILENAME  PICTURE X(100) VALUE SPACES.
01 LOG-ELAPSED-MM PICTURE 9(02) VALUE ZERO.
01 LOG-ELAPSED-SS PICTURE 9(02) VALUE ZERO.

*> The operator running the cutover, and the LINKAGE record shared
*> with the SQRTAUTH authority check.
01 OPERATOR-NAME PICTURE X(08) VALUE 'UNKNOWN '.
COPY "AUTHLINK.cpy".

*> Line formats to be printed

01 TITLE-LINE.
      ' SQRT-CUTOVER-PERIOD MUST BE YYYYMM, 6 DIGITS; NO CUTOVER'.
   02 FILLER PICTURE X(23) VALUE SPACES.

01 AUTH-REFUSED-MESS.
   02 FILLER           PICTURE X(10) VALUE ' OPERATOR '.
   02 REFUSED-OPERATOR PICTURE X(08).
   02 FILLER           PICTURE X(10) VALUE ' REFUSED: '.
   02 REFUSED-REASON   PICTURE X(30).
   02 FILLER           PICTURE X(22) VALUE SPACES.

*> One line per file cut: what moved and what stayed.
01 FILE-RESULT-LINE.
   02 FILLER         PICTURE X(06) VALUE ' FILE '.
    IF STATISTICS-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-STATS-FILENAME TO STATISTICS-FILENAME
    END-IF.
    ACCEPT OPERATOR-NAME FROM ENVIRONMENT "USER"
        ON EXCEPTION
            MOVE 'UNKNOWN ' TO OPERATOR-NAME
    END-ACCEPT.
    IF OPERATOR-NAME IS EQUAL TO SPACES
        MOVE 'UNKNOWN ' TO OPERATOR-NAME
    END-IF.
    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.

    OPEN OUTPUT STANDARD-OUTPUT.
    END-IF.
    MOVE PERIOD-PARM TO HDR-PERIOD.
    WRITE OUT-LINE FROM PERIOD-LINE AFTER ADVANCING 1 LINE.
    PERFORM CHECK-OPERATOR-AUTHORITY
        THRU END-CHECK-OPERATOR-AUTHORITY.
END-INITIALIZE-RUN. EXIT.

*> No cutover authority, no cutover: the run stops here, refused and
*> logged by SQRTAUTH, with every file as it was.
CHECK-OPERATOR-AUTHORITY.
    MOVE OPERATOR-FILENAME TO AUTH-OPERATOR-FILENAME.
    MOVE VIOLATION-FILENAME TO AUTH-VIOLATION-FILENAME.
    MOVE 'SQRTCUTO' TO AUTH-PROGRAM.
    MOVE OPERATOR-NAME TO AUTH-OPERATOR.
    SET AUTH-FN-CUTOVER TO TRUE.
    MOVE PERIOD-PARM TO AUTH-DETAIL.
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

*> Let the central run-parameter file name the three files, ahead of
*> the environment, so the cutover splits the same files the runs
*> wrote.
    IF PARM-VALUE IS EQUAL TO SPACES
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
    IF PARM-KEYWORD IS EQUAL TO 'REPORT-FILE'
        MOVE PARM-VALUE TO REPORT-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
