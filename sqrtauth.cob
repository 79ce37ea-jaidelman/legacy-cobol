*> sqrtauth.cob
*> Joshua Aidelman
*> 1000139
*> jaidelma@uoguelph.ca
*>
*> Operator authority check, called by every program of the suite
*> before it does something sensitive: SQRTPARM before a parameter
*> session, SQRTRESM before a PURGE or RELOAD, SQRTCUTO before a
*> cutover, SQRTNITE before a same-night rerun, and SQRT and the
*> intraday SQRTSRVC before honouring a command-file command. Works
*> entirely off the shared AUTH-LINKAGE record (AUTHLINK.cpy): looks
*> the operator up in the operator authority file (OPRREC.cpy) and
*> grants the call only when that operator's flag for the function
*> is Y.
*>
*> Everything else is a refusal, and every refusal is appended to
*> the security violation log with the date, time, program,
*> operator, function and reason before control goes back, so the
*> caller only has to say no. An authority file that can't be read
*> refuses everybody: the check fails closed, never open.
*>
*> 2026-10-15 JA  Added along with the operator authority file.
*> 2026-10-15 JA  The matching operator's flags are copied out of the
*>                record area as it is read, and the flag test runs
*>                on the copy, not on a record area already closed.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTAUTH.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Who may do what; read end to end on every call.
    SELECT OPERATOR-FILE ASSIGN TO DYNAMIC OPERATOR-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-FILE-STATUS.

    *> Dated record of every refused attempt, appended forever.
    SELECT VIOLATION-FILE ASSIGN TO DYNAMIC VIOLATION-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VIOLATION-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD OPERATOR-FILE.
    COPY "OPRREC.cpy".

*> Who was turned away, from what, when, and why.
FD VIOLATION-FILE.
    01 VIOLATION-REC.
       02 VIO-DATE     PICTURE X(08).
       02 VIO-FILL-1   PICTURE X(01).
       02 VIO-TIME     PICTURE X(08).
       02 VIO-FILL-2   PICTURE X(01).
       02 VIO-PROGRAM  PICTURE X(08).
       02 VIO-FILL-3   PICTURE X(01).
       02 VIO-OPERATOR PICTURE X(08).
       02 VIO-FILL-4   PICTURE X(01).
       02 VIO-FUNCTION PICTURE X(16).
       02 VIO-FILL-5   PICTURE X(01).
       02 VIO-DETAIL   PICTURE X(08).
       02 VIO-FILL-6   PICTURE X(01).
       02 VIO-REASON   PICTURE X(30).

WORKING-STORAGE SECTION.

01 OPERATOR-FILENAME  PICTURE X(100) VALUE SPACES.
01 VIOLATION-FILENAME PICTURE X(100) VALUE SPACES.

01 OPERATOR-FILE-STATUS  PICTURE X(02) VALUE SPACES.
01 VIOLATION-FILE-STATUS PICTURE X(02) VALUE SPACES.

01 END-OF-OPERATORS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-OPERATORS VALUE 'Y'.
01 OPERATOR-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 OPERATOR-FOUND VALUE 'Y'.

*> The matched operator's flags, kept past the close of the file.
01 FOUND-AUTH-FLAGS.
   02 FOUND-AUTH-FLAG PICTURE X(01) OCCURS 5 TIMES.

*> The functions by flag number, as named on the violation log.
01 FUNCTION-NAME-VALUES.
   02 FILLER PICTURE X(16) VALUE 'PARAMETER CHANGE'.
   02 FILLER PICTURE X(16) VALUE 'MASTER PURGE    '.
   02 FILLER PICTURE X(16) VALUE 'CUTOVER         '.
   02 FILLER PICTURE X(16) VALUE 'OPERATOR COMMAND'.
   02 FILLER PICTURE X(16) VALUE 'NIGHT RERUN     '.
01 FUNCTION-NAME-TABLE REDEFINES FUNCTION-NAME-VALUES.
   02 FUNCTION-NAME PICTURE X(16) OCCURS 5 TIMES.
01 FUNCTION-TABLE-MAX PICTURE 9(01) VALUE 5.

*> Date and wall-clock time for the violation record.
01 CHECK-DATE PICTURE X(08) VALUE SPACES.
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

LINKAGE SECTION.
COPY "AUTHLINK.cpy".

PROCEDURE DIVISION USING AUTH-LINKAGE.
MAINLINE.
    MOVE 'N' TO AUTH-RESULT-SW.
    MOVE SPACES TO AUTH-REASON.
    MOVE AUTH-OPERATOR-FILENAME TO OPERATOR-FILENAME.
    MOVE AUTH-VIOLATION-FILENAME TO VIOLATION-FILENAME.
    PERFORM CHECK-AUTHORITY THRU END-CHECK-AUTHORITY.
    IF AUTH-REFUSED
        PERFORM WRITE-VIOLATION THRU END-WRITE-VIOLATION
    END-IF.
    GOBACK.

*> Find the operator and read the flag for the function. Every way
*> out short of a Y flag leaves the call refused with its reason.
CHECK-AUTHORITY.
    IF AUTH-FUNCTION IS LESS THAN 1
            OR AUTH-FUNCTION IS GREATER THAN FUNCTION-TABLE-MAX
        MOVE 'NO SUCH FUNCTION' TO AUTH-REASON
        GO TO END-CHECK-AUTHORITY
    END-IF.
    IF AUTH-OPERATOR IS EQUAL TO SPACES
        MOVE 'NO OPERATOR ID GIVEN' TO AUTH-REASON
        GO TO END-CHECK-AUTHORITY
    END-IF.
    OPEN INPUT OPERATOR-FILE.
    IF OPERATOR-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE 'AUTHORITY FILE UNAVAILABLE' TO AUTH-REASON
        GO TO END-CHECK-AUTHORITY
    END-IF.
    MOVE 'N' TO END-OF-OPERATORS-SW.
    MOVE 'N' TO OPERATOR-FOUND-SW.
    MOVE SPACES TO FOUND-AUTH-FLAGS.
    PERFORM READ-ONE-OPERATOR THRU END-READ-ONE-OPERATOR
        UNTIL END-OF-OPERATORS OR OPERATOR-FOUND.
    CLOSE OPERATOR-FILE.
    IF NOT OPERATOR-FOUND
        MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO AUTH-REASON
        GO TO END-CHECK-AUTHORITY
    END-IF.
    IF FOUND-AUTH-FLAG(AUTH-FUNCTION) IS NOT EQUAL TO 'Y'
        MOVE 'NOT AUTHORISED FOR FUNCTION' TO AUTH-REASON
        GO TO END-CHECK-AUTHORITY
    END-IF.
    SET AUTH-GRANTED TO TRUE.
END-CHECK-AUTHORITY. EXIT.

*> One authority record; comments are passed over. A match has its
*> flags copied out for the test after the file is closed.
READ-ONE-OPERATOR.
    READ OPERATOR-FILE
        AT END
            SET END-OF-OPERATORS TO TRUE
    END-READ.
    IF END-OF-OPERATORS
        GO TO END-READ-ONE-OPERATOR
    END-IF.
    IF OPR-ID(1:1) IS EQUAL TO '*'
        GO TO END-READ-ONE-OPERATOR
    END-IF.
    IF OPR-ID IS EQUAL TO AUTH-OPERATOR
        MOVE OPR-AUTH-FLAGS TO FOUND-AUTH-FLAGS
        SET OPERATOR-FOUND TO TRUE
    END-IF.
END-READ-ONE-OPERATOR. EXIT.

*> One dated violation record per refusal. A log that can't be
*> opened doesn't turn a refusal into a grant; the caller has still
*> printed the refusal.
WRITE-VIOLATION.
    OPEN EXTEND VIOLATION-FILE.
    IF VIOLATION-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT VIOLATION-FILE
    END-IF.
    IF VIOLATION-FILE-STATUS IS NOT EQUAL TO '00'
        GO TO END-WRITE-VIOLATION
    END-IF.
    ACCEPT CHECK-DATE FROM DATE YYYYMMDD.
    ACCEPT CURRENT-TIME-X FROM TIME.
    MOVE CURRENT-HH TO EDIT-TIME-HH.
    MOVE CURRENT-MM TO EDIT-TIME-MM.
    MOVE CURRENT-SS TO EDIT-TIME-SS.
    MOVE SPACES TO VIOLATION-REC.
    MOVE CHECK-DATE TO VIO-DATE.
    MOVE CURRENT-TIME-EDIT TO VIO-TIME.
    MOVE AUTH-PROGRAM TO VIO-PROGRAM.
    MOVE AUTH-OPERATOR TO VIO-OPERATOR.
    IF AUTH-FUNCTION IS NOT LESS THAN 1
            AND AUTH-FUNCTION IS NOT GREATER THAN FUNCTION-TABLE-MAX
        MOVE FUNCTION-NAME(AUTH-FUNCTION) TO VIO-FUNCTION
    END-IF.
    MOVE AUTH-DETAIL TO VIO-DETAIL.
    MOVE AUTH-REASON TO VIO-REASON.
    WRITE VIOLATION-REC.
    CLOSE VIOLATION-FILE.
END-WRITE-VIOLATION. EXIT.
