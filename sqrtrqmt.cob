*> sqrtrqmt.cob
*> Joshua Aidelman
*> 1000139
*> jaidelma@uoguelph.ca
*>
*> Maintenance for the keyed requestor master (see REQMREC.cpy) that
*> SQRTEDIT and SQRTSRVC check every request's department code
*> against, and that SQRT and SQRTCHGB name departments from. Lists
*> the departments on file, then prompts for changes in a loop the
*> way SQRTPARM does: the operator keys a requestor code, sees what
*> is on file (or that it is new), and keys each field in turn,
*> where a blank keeps what is there. A department is never deleted,
*> only suspended, so its history still prices and still names on
*> the month-end chargeback. Every field that changes is appended
*> to the audit file with the date, time, operator, and the old and
*> new values, in the same layout SQRTPARM's audit file uses.
*>
*> Fields and the value format each demands:
*>   NAME, COST-CENTRE    free text; both required on a new entry
*>   CONTACT              free text
*>   STATUS               A (active) or S (suspended)
*>   QUOTA                7 digits, zero-padded; 0000000 is no quota
*>
*> 2026-10-15 JA  Written along with the requestor master.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTRQMT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDARD-OUTPUT ASSIGN TO DISPLAY.

    *> The requestor master being maintained: listed in key order at
    *> the start of the session, then read and updated by key.
    SELECT REQUESTOR-FILE ASSIGN TO DYNAMIC REQUESTOR-FILENAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RQM-CODE
        FILE STATUS IS REQUESTOR-FILE-STATUS.

    *> Dated audit record of every change, appended forever.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AUDIT-FILE-STATUS.

    *> Central run-parameter file, read once at INITIALIZE-RUN for
    *> the master's file name.
    SELECT PARAMETER-FILE ASSIGN TO DYNAMIC PARAMETER-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARAMETER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD STANDARD-OUTPUT.
    01 OUT-LINE PICTURE X(80).

FD REQUESTOR-FILE.
    COPY "REQMREC.cpy".

*> Who changed what, when, and from what to what; the keyword is
*> the requestor code and the field name.
FD AUDIT-FILE.
    01 AUDIT-REC.
       02 AUD-DATE    PICTURE X(08).
       02 FILLER      PICTURE X(01).
       02 AUD-TIME    PICTURE X(08).
       02 FILLER      PICTURE X(01).
       02 AUD-USER    PICTURE X(08).
       02 FILLER      PICTURE X(01).
       02 AUD-KEYWORD PICTURE X(20).
       02 FILLER      PICTURE X(05).
       02 AUD-OLD     PICTURE X(30).
       02 FILLER      PICTURE X(05).
       02 AUD-NEW     PICTURE X(30).

FD PARAMETER-FILE.
    COPY "PARMREC.cpy".

WORKING-STORAGE SECTION.

01 REQUESTOR-FILENAME PICTURE X(100) VALUE 'SQRTRQM.DAT'.
01 AUDIT-FILENAME     PICTURE X(100) VALUE 'SQRTRAUD.DAT'.
01 PARAMETER-FILENAME PICTURE X(100) VALUE 'SQRTPARM.DAT'.
01 DEFAULT-REQUESTOR-FILENAME PICTURE X(100) VALUE SPACES.
01 DEFAULT-AUDIT-FILENAME     PICTURE X(100) VALUE SPACES.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.

01 REQUESTOR-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 AUDIT-FILE-STATUS     PICTURE X(02) VALUE SPACES.
01 PARAMETER-FILE-STATUS PICTURE X(02) VALUE SPACES.

01 END-OF-PARMS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-PARMS VALUE 'Y'.
01 END-OF-MASTER-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-MASTER VALUE 'Y'.
01 END-OF-SESSION-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-SESSION VALUE 'Y'.
01 NEW-REQUESTOR-SW PICTURE X(01) VALUE 'N'.
   88 NEW-REQUESTOR VALUE 'Y'.
01 ENTRY-CHANGED-SW PICTURE X(01) VALUE 'N'.
   88 ENTRY-CHANGED VALUE 'Y'.
01 VALUE-VALID-SW PICTURE X(01) VALUE 'N'.
   88 VALUE-VALID VALUE 'Y'.

*> The operator making the change, for the audit record.
01 OPERATOR-NAME PICTURE X(08) VALUE 'UNKNOWN '.

*> Run date and wall-clock time for the audit record.
01 MAINT-DATE PICTURE X(08) VALUE SPACES.
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

*> The fields of an entry, in the order they are prompted for.
01 FIELD-TABLE-VALUES.
   02 FILLER PICTURE X(12) VALUE 'NAME'.
   02 FILLER PICTURE X(12) VALUE 'COST-CENTRE'.
   02 FILLER PICTURE X(12) VALUE 'CONTACT'.
   02 FILLER PICTURE X(12) VALUE 'STATUS'.
   02 FILLER PICTURE X(12) VALUE 'QUOTA'.
01 FIELD-TABLE REDEFINES FIELD-TABLE-VALUES.
   02 FIELD-NAME PICTURE X(12) OCCURS 5 TIMES.
01 FIELD-TABLE-MAX PICTURE 9(01) VALUE 5.
01 FIELD-IX PICTURE 9(01) VALUE ZERO.

*> What each field held when the entry was read and what it holds
*> now, so only the fields that really changed are audited, and
*> only once the entry is safely on file.
01 CHANGE-TABLE.
   02 CHANGE-ENTRY OCCURS 5 TIMES.
      03 CH-OLD PICTURE X(30).
      03 CH-NEW PICTURE X(30).
      03 CH-SW  PICTURE X(01).

*> The requestor and the value being keyed.
01 MAINT-CODE      PICTURE X(04) VALUE SPACES.
01 MAINT-VALUE     PICTURE X(30) VALUE SPACES.
01 MAINT-OLD-VALUE PICTURE X(30) VALUE SPACES.
01 MAINT-KEYWORD.
   02 MK-CODE  PICTURE X(04).
   02 FILLER   PICTURE X(01) VALUE SPACE.
   02 MK-FIELD PICTURE X(15).
01 QUOTA-X PICTURE X(07) VALUE SPACES.
01 QUOTA-V REDEFINES QUOTA-X PICTURE 9(07).

*> Session totals for the closing line.
01 ADDED-COUNT   PICTURE 9(05) VALUE ZERO.
01 CHANGED-COUNT PICTURE 9(05) VALUE ZERO.
01 LISTED-COUNT  PICTURE 9(05) VALUE ZERO.

*> Line formats to be printed

01 TITLE-LINE.
   02 FILLER PICTURE X(9)  VALUE SPACES.
   02 FILLER PICTURE X(29) VALUE 'REQUESTOR MASTER MAINTENANCE'.

01 UNDER-LINE.
   02 FILLER PICTURE X(44) VALUE
      '--------------------------------------------'.

01 LIST-HEADER-LINE.
   02 FILLER PICTURE X(46) VALUE
      ' CODE NAME                           CC       '.
   02 FILLER PICTURE X(17) VALUE 'S   QUOTA CONTACT'.
   02 FILLER PICTURE X(17) VALUE SPACES.

01 LIST-LINE.
   02 FILLER         PICTURE X(01) VALUE SPACE.
   02 LIST-CODE      PICTURE X(04).
   02 FILLER         PICTURE X(01) VALUE SPACE.
   02 LIST-NAME      PICTURE X(30).
   02 FILLER         PICTURE X(01) VALUE SPACE.
   02 LIST-COST-CENTRE PICTURE X(08).
   02 FILLER         PICTURE X(01) VALUE SPACE.
   02 LIST-STATUS    PICTURE X(01).
   02 FILLER         PICTURE X(01) VALUE SPACE.
   02 LIST-QUOTA     PICTURE Z(6)9.
   02 FILLER         PICTURE X(01) VALUE SPACE.
   02 LIST-CONTACT   PICTURE X(24).

01 EMPTY-MASTER-LINE.
   02 FILLER PICTURE X(46) VALUE
      ' NO REQUESTORS ON FILE, STARTING A NEW MASTER '.
   02 FILLER PICTURE X(34) VALUE SPACES.

01 CODE-PROMPT-LINE.
   02 FILLER PICTURE X(45) VALUE
      'Enter the requestor code to maintain (END to '.
   02 FILLER PICTURE X(08) VALUE 'finish):'.
   02 FILLER PICTURE X(27) VALUE SPACES.

01 NEW-ENTRY-LINE.
   02 FILLER PICTURE X(37) VALUE ' NOT ON FILE, A NEW REQUESTOR ENTRY  '.
   02 FILLER PICTURE X(43) VALUE SPACES.

01 FIELD-PROMPT-LINE.
   02 FILLER       PICTURE X(14) VALUE 'Enter the new '.
   02 PROMPT-FIELD PICTURE X(12).
   02 FILLER       PICTURE X(20) VALUE ' (blank keeps it):  '.
   02 FILLER       PICTURE X(34) VALUE SPACES.

01 CURRENT-VALUE-LINE.
   02 FILLER          PICTURE X(11) VALUE ' CURRENTLY '.
   02 CURR-VALUE      PICTURE X(30).
   02 FILLER          PICTURE X(39) VALUE SPACES.

01 NOT-SET-LINE.
   02 FILLER PICTURE X(21) VALUE ' CURRENTLY (NOT SET) '.
   02 FILLER PICTURE X(59) VALUE SPACES.

01 BAD-CODE-LINE.
   02 FILLER PICTURE X(41) VALUE
      ' A REQUESTOR CODE MAY NOT START WITH * OR'.
   02 FILLER PICTURE X(13) VALUE ' A BLANK     '.
   02 FILLER PICTURE X(26) VALUE SPACES.

01 BAD-VALUE-LINE.
   02 FILLER PICTURE X(42) VALUE
      ' THAT VALUE DOES NOT FIT THE FORMAT; KEYED'.
   02 FILLER PICTURE X(14) VALUE ' VALUE IGNORED'.
   02 FILLER PICTURE X(24) VALUE SPACES.

01 INCOMPLETE-LINE.
   02 FILLER PICTURE X(47) VALUE
      ' NAME AND COST-CENTRE ARE REQUIRED, REQUESTOR  '.
   02 FILLER PICTURE X(09) VALUE 'NOT ADDED'.
   02 FILLER PICTURE X(24) VALUE SPACES.

01 UNCHANGED-LINE.
   02 FILLER PICTURE X(26) VALUE ' NO CHANGE TO THIS ENTRY  '.
   02 FILLER PICTURE X(54) VALUE SPACES.

01 WRITE-FAILED-LINE.
   02 FILLER          PICTURE X(40) VALUE
      ' REQUESTOR MASTER UPDATE FAILED, STATUS='.
   02 MESS-WRITE-STATUS PICTURE X(02).
   02 FILLER          PICTURE X(38) VALUE SPACES.

01 ADDED-LINE.
   02 FILLER      PICTURE X(07) VALUE ' ADDED '.
   02 ADDED-CODE  PICTURE X(04).
   02 FILLER      PICTURE X(69) VALUE SPACES.

01 CHANGED-LINE.
   02 FILLER       PICTURE X(09) VALUE ' CHANGED '.
   02 CHANGED-CODE PICTURE X(04).
   02 FILLER       PICTURE X(67) VALUE SPACES.

01 MASTER-OPEN-MESS.
   02 FILLER               PICTURE X(01) VALUE SPACE.
   02 FILLER               PICTURE X(17) VALUE 'REQUESTOR MASTER '.
   02 MASTER-OPEN-FILENAME PICTURE X(30).
   02 FILLER               PICTURE X(21) VALUE ' UNAVAILABLE, STATUS='.
   02 MASTER-OPEN-STATUS   PICTURE X(02).
   02 FILLER               PICTURE X(09) VALUE SPACES.

01 SUMMARY-LINE.
   02 FILLER      PICTURE X(08) VALUE ' LISTED='.
   02 SUM-LISTED  PICTURE Z(4)9.
   02 FILLER      PICTURE X(07) VALUE ' ADDED='.
   02 SUM-ADDED   PICTURE Z(4)9.
   02 FILLER      PICTURE X(09) VALUE ' CHANGED='.
   02 SUM-CHANGED PICTURE Z(4)9.
   02 FILLER      PICTURE X(41) VALUE SPACES.

*> Start procedure
PROCEDURE DIVISION.
    PERFORM INITIALIZE-RUN THRU END-INITIALIZE-RUN.
    PERFORM DISPLAY-REQUESTORS THRU END-DISPLAY-REQUESTORS.
    PERFORM MAINTENANCE-LOOP THRU END-MAINTENANCE-LOOP.
    PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN.
    STOP RUN.

*> Pick up file names and the operator, open the master (creating it
*> on first use) and the audit file.
INITIALIZE-RUN.
    MOVE REQUESTOR-FILENAME TO DEFAULT-REQUESTOR-FILENAME.
    ACCEPT REQUESTOR-FILENAME FROM ENVIRONMENT "SQRT-REQMAST-FILE"
        ON EXCEPTION
            MOVE DEFAULT-REQUESTOR-FILENAME TO REQUESTOR-FILENAME
    END-ACCEPT.
    IF REQUESTOR-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-REQUESTOR-FILENAME TO REQUESTOR-FILENAME
    END-IF.
    MOVE AUDIT-FILENAME TO DEFAULT-AUDIT-FILENAME.
    ACCEPT AUDIT-FILENAME FROM ENVIRONMENT "SQRT-REQM-AUDIT-FILE"
        ON EXCEPTION
            MOVE DEFAULT-AUDIT-FILENAME TO AUDIT-FILENAME
    END-ACCEPT.
    IF AUDIT-FILENAME IS EQUAL TO SPACES
        MOVE DEFAULT-AUDIT-FILENAME TO AUDIT-FILENAME
    END-IF.
    ACCEPT OPERATOR-NAME FROM ENVIRONMENT "USER"
        ON EXCEPTION
            MOVE 'UNKNOWN ' TO OPERATOR-NAME
    END-ACCEPT.
    IF OPERATOR-NAME IS EQUAL TO SPACES
        MOVE 'UNKNOWN ' TO OPERATOR-NAME
    END-IF.
    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.
    ACCEPT MAINT-DATE FROM DATE YYYYMMDD.

    OPEN OUTPUT STANDARD-OUTPUT.
    WRITE OUT-LINE FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE OUT-LINE FROM UNDER-LINE AFTER ADVANCING 1 LINE.

    OPEN I-O REQUESTOR-FILE.
    IF REQUESTOR-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT REQUESTOR-FILE
        IF REQUESTOR-FILE-STATUS IS EQUAL TO '00'
            CLOSE REQUESTOR-FILE
            OPEN I-O REQUESTOR-FILE
        END-IF
    END-IF.
    IF REQUESTOR-FILE-STATUS IS NOT EQUAL TO '00'
        MOVE REQUESTOR-FILENAME(1:30) TO MASTER-OPEN-FILENAME
        MOVE REQUESTOR-FILE-STATUS TO MASTER-OPEN-STATUS
        WRITE OUT-LINE FROM MASTER-OPEN-MESS AFTER ADVANCING 1 LINE
        MOVE 8 TO RETURN-CODE
        CLOSE STANDARD-OUTPUT
        STOP RUN
    END-IF.

    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-FILE-STATUS IS EQUAL TO '35'
        OPEN OUTPUT AUDIT-FILE
    END-IF.
END-INITIALIZE-RUN. EXIT.

*> Let the central run-parameter file name the master, ahead of the
*> environment, so this program maintains the file the others read.
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
    IF PARM-KEYWORD IS EQUAL TO 'REQMAST-FILE'
        MOVE PARM-VALUE TO REQUESTOR-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
END-APPLY-ONE-PARAMETER. EXIT.

*> List what is on file, in requestor-code order.
DISPLAY-REQUESTORS.
    MOVE LOW-VALUES TO RQM-CODE.
    START REQUESTOR-FILE KEY IS NOT LESS THAN RQM-CODE
        INVALID KEY
            SET END-OF-MASTER TO TRUE
    END-START.
    IF NOT END-OF-MASTER
        WRITE OUT-LINE FROM LIST-HEADER-LINE AFTER ADVANCING 1 LINE
    END-IF.
    PERFORM DISPLAY-ONE-REQUESTOR THRU END-DISPLAY-ONE-REQUESTOR
        UNTIL END-OF-MASTER.
    IF LISTED-COUNT IS EQUAL TO ZERO
        WRITE OUT-LINE FROM EMPTY-MASTER-LINE AFTER ADVANCING 1 LINE
    END-IF.
END-DISPLAY-REQUESTORS. EXIT.

DISPLAY-ONE-REQUESTOR.
    READ REQUESTOR-FILE NEXT RECORD
        AT END
            SET END-OF-MASTER TO TRUE
    END-READ.
    IF END-OF-MASTER
        GO TO END-DISPLAY-ONE-REQUESTOR
    END-IF.
    ADD 1 TO LISTED-COUNT.
    MOVE RQM-CODE TO LIST-CODE.
    MOVE RQM-NAME TO LIST-NAME.
    MOVE RQM-COST-CENTRE TO LIST-COST-CENTRE.
    MOVE RQM-STATUS TO LIST-STATUS.
    MOVE RQM-QUOTA TO LIST-QUOTA.
    MOVE RQM-CONTACT TO LIST-CONTACT.
    WRITE OUT-LINE FROM LIST-LINE AFTER ADVANCING 1 LINE.
END-DISPLAY-ONE-REQUESTOR. EXIT.

*> Take entries until the operator keys END.
MAINTENANCE-LOOP.
    PERFORM TAKE-ONE-REQUESTOR THRU END-TAKE-ONE-REQUESTOR
        UNTIL END-OF-SESSION.
END-MAINTENANCE-LOOP. EXIT.

*> One prompted entry: requestor code, what is on file, each field
*> in turn, edits, master update, audit records.
TAKE-ONE-REQUESTOR.
    WRITE OUT-LINE FROM CODE-PROMPT-LINE AFTER ADVANCING 1 LINE.
    MOVE SPACES TO MAINT-CODE.
    ACCEPT MAINT-CODE.
    IF MAINT-CODE IS EQUAL TO 'END '
            OR MAINT-CODE IS EQUAL TO SPACES
        SET END-OF-SESSION TO TRUE
        GO TO END-TAKE-ONE-REQUESTOR
    END-IF.
    *> '*OTH' is SQRT's catch-all subtotal, and a code with a leading
    *> blank would never match a card; neither is a department.
    IF MAINT-CODE(1:1) IS EQUAL TO '*'
            OR MAINT-CODE(1:1) IS EQUAL TO SPACE
        WRITE OUT-LINE FROM BAD-CODE-LINE AFTER ADVANCING 1 LINE
        GO TO END-TAKE-ONE-REQUESTOR
    END-IF.

    MOVE 'N' TO NEW-REQUESTOR-SW.
    MOVE 'N' TO ENTRY-CHANGED-SW.
    MOVE MAINT-CODE TO RQM-CODE.
    READ REQUESTOR-FILE
        INVALID KEY
            SET NEW-REQUESTOR TO TRUE
    END-READ.
    IF NEW-REQUESTOR
        MOVE SPACES TO REQUESTOR-MAST-REC
        MOVE MAINT-CODE TO RQM-CODE
        MOVE 'A' TO RQM-STATUS
        MOVE ZERO TO RQM-QUOTA
        WRITE OUT-LINE FROM NEW-ENTRY-LINE AFTER ADVANCING 1 LINE
    END-IF.

    PERFORM TAKE-ONE-FIELD THRU END-TAKE-ONE-FIELD
        VARYING FIELD-IX FROM 1 BY 1
        UNTIL FIELD-IX IS GREATER THAN FIELD-TABLE-MAX.

    IF NEW-REQUESTOR
        IF RQM-NAME IS EQUAL TO SPACES
                OR RQM-COST-CENTRE IS EQUAL TO SPACES
            WRITE OUT-LINE FROM INCOMPLETE-LINE AFTER ADVANCING 1 LINE
            GO TO END-TAKE-ONE-REQUESTOR
        END-IF
        PERFORM ADD-REQUESTOR THRU END-ADD-REQUESTOR
        GO TO END-TAKE-ONE-REQUESTOR
    END-IF.
    IF NOT ENTRY-CHANGED
        WRITE OUT-LINE FROM UNCHANGED-LINE AFTER ADVANCING 1 LINE
        GO TO END-TAKE-ONE-REQUESTOR
    END-IF.
    PERFORM CHANGE-REQUESTOR THRU END-CHANGE-REQUESTOR.
END-TAKE-ONE-REQUESTOR. EXIT.

*> One field of the entry: show it, take the new value, edit it,
*> and note the change. A blank or a value that fails its edit
*> leaves the field as it was.
TAKE-ONE-FIELD.
    PERFORM GET-FIELD-VALUE THRU END-GET-FIELD-VALUE.
    MOVE MAINT-OLD-VALUE TO CH-OLD(FIELD-IX).
    MOVE MAINT-OLD-VALUE TO CH-NEW(FIELD-IX).
    MOVE 'N' TO CH-SW(FIELD-IX).
    IF MAINT-OLD-VALUE IS EQUAL TO SPACES
        WRITE OUT-LINE FROM NOT-SET-LINE AFTER ADVANCING 1 LINE
    ELSE
        MOVE MAINT-OLD-VALUE TO CURR-VALUE
        WRITE OUT-LINE FROM CURRENT-VALUE-LINE AFTER ADVANCING 1 LINE
    END-IF.
    MOVE FIELD-NAME(FIELD-IX) TO PROMPT-FIELD.
    WRITE OUT-LINE FROM FIELD-PROMPT-LINE AFTER ADVANCING 1 LINE.
    MOVE SPACES TO MAINT-VALUE.
    ACCEPT MAINT-VALUE.
    IF MAINT-VALUE IS EQUAL TO SPACES
        GO TO END-TAKE-ONE-FIELD
    END-IF.

    PERFORM VALIDATE-VALUE THRU END-VALIDATE-VALUE.
    IF NOT VALUE-VALID
        WRITE OUT-LINE FROM BAD-VALUE-LINE AFTER ADVANCING 1 LINE
        GO TO END-TAKE-ONE-FIELD
    END-IF.
    IF MAINT-VALUE IS EQUAL TO MAINT-OLD-VALUE
        GO TO END-TAKE-ONE-FIELD
    END-IF.

    PERFORM PUT-FIELD-VALUE THRU END-PUT-FIELD-VALUE.
    MOVE MAINT-VALUE TO CH-NEW(FIELD-IX).
    MOVE 'Y' TO CH-SW(FIELD-IX).
    SET ENTRY-CHANGED TO TRUE.
END-TAKE-ONE-FIELD. EXIT.

*> The field FIELD-IX names, as it stands in the record, into
*> MAINT-OLD-VALUE.
GET-FIELD-VALUE.
    MOVE SPACES TO MAINT-OLD-VALUE.
    IF FIELD-IX IS EQUAL TO 1
        MOVE RQM-NAME TO MAINT-OLD-VALUE
    END-IF.
    IF FIELD-IX IS EQUAL TO 2
        MOVE RQM-COST-CENTRE TO MAINT-OLD-VALUE
    END-IF.
    IF FIELD-IX IS EQUAL TO 3
        MOVE RQM-CONTACT TO MAINT-OLD-VALUE
    END-IF.
    IF FIELD-IX IS EQUAL TO 4
        MOVE RQM-STATUS TO MAINT-OLD-VALUE
    END-IF.
    IF FIELD-IX IS EQUAL TO 5
        MOVE RQM-QUOTA TO QUOTA-V
        MOVE QUOTA-X TO MAINT-OLD-VALUE
    END-IF.
END-GET-FIELD-VALUE. EXIT.

*> The edited MAINT-VALUE into the field FIELD-IX names.
PUT-FIELD-VALUE.
    IF FIELD-IX IS EQUAL TO 1
        MOVE MAINT-VALUE TO RQM-NAME
    END-IF.
    IF FIELD-IX IS EQUAL TO 2
        MOVE MAINT-VALUE TO RQM-COST-CENTRE
    END-IF.
    IF FIELD-IX IS EQUAL TO 3
        MOVE MAINT-VALUE TO RQM-CONTACT
    END-IF.
    IF FIELD-IX IS EQUAL TO 4
        MOVE MAINT-VALUE(1:1) TO RQM-STATUS
    END-IF.
    IF FIELD-IX IS EQUAL TO 5
        MOVE MAINT-VALUE(1:7) TO QUOTA-X
        MOVE QUOTA-V TO RQM-QUOTA
    END-IF.
END-PUT-FIELD-VALUE. EXIT.

*> Does the keyed value fit the field? Names and the contact are
*> free text; the cost centre must fit its eight bytes; the status
*> is A or S; the quota is seven zero-padded digits.
VALIDATE-VALUE.
    MOVE 'N' TO VALUE-VALID-SW.
    IF FIELD-IX IS EQUAL TO 1 OR FIELD-IX IS EQUAL TO 3
        SET VALUE-VALID TO TRUE
        GO TO END-VALIDATE-VALUE
    END-IF.
    IF FIELD-IX IS EQUAL TO 2
        IF MAINT-VALUE(9:22) IS EQUAL TO SPACES
            SET VALUE-VALID TO TRUE
        END-IF
        GO TO END-VALIDATE-VALUE
    END-IF.
    IF FIELD-IX IS EQUAL TO 4
        IF MAINT-VALUE(1:1) IS EQUAL TO 'A'
                OR MAINT-VALUE(1:1) IS EQUAL TO 'S'
            IF MAINT-VALUE(2:29) IS EQUAL TO SPACES
                SET VALUE-VALID TO TRUE
            END-IF
        END-IF
        GO TO END-VALIDATE-VALUE
    END-IF.
    IF FIELD-IX IS EQUAL TO 5
        IF MAINT-VALUE(1:7) IS NUMERIC
                AND MAINT-VALUE(8:23) IS EQUAL TO SPACES
            SET VALUE-VALID TO TRUE
        END-IF
    END-IF.
END-VALIDATE-VALUE. EXIT.

*> A new department: on file, then every field it was given audited
*> as a change from nothing.
ADD-REQUESTOR.
    WRITE REQUESTOR-MAST-REC
        INVALID KEY
            MOVE REQUESTOR-FILE-STATUS TO MESS-WRITE-STATUS
            WRITE OUT-LINE FROM WRITE-FAILED-LINE
                AFTER ADVANCING 1 LINE
            GO TO END-ADD-REQUESTOR
    END-WRITE.
    PERFORM MARK-NEW-FIELD THRU END-MARK-NEW-FIELD
        VARYING FIELD-IX FROM 1 BY 1
        UNTIL FIELD-IX IS GREATER THAN FIELD-TABLE-MAX.
    PERFORM AUDIT-ONE-FIELD THRU END-AUDIT-ONE-FIELD
        VARYING FIELD-IX FROM 1 BY 1
        UNTIL FIELD-IX IS GREATER THAN FIELD-TABLE-MAX.
    ADD 1 TO ADDED-COUNT.
    MOVE RQM-CODE TO ADDED-CODE.
    WRITE OUT-LINE FROM ADDED-LINE AFTER ADVANCING 1 LINE.
END-ADD-REQUESTOR. EXIT.

*> On a new entry the status and quota defaults count as keyed, so
*> the audit file shows what the department started out with.
MARK-NEW-FIELD.
    PERFORM GET-FIELD-VALUE THRU END-GET-FIELD-VALUE.
    MOVE SPACES TO CH-OLD(FIELD-IX).
    MOVE MAINT-OLD-VALUE TO CH-NEW(FIELD-IX).
    IF MAINT-OLD-VALUE IS EQUAL TO SPACES
        MOVE 'N' TO CH-SW(FIELD-IX)
    ELSE
        MOVE 'Y' TO CH-SW(FIELD-IX)
    END-IF.
END-MARK-NEW-FIELD. EXIT.

*> An existing department: rewritten, then each changed field
*> audited.
CHANGE-REQUESTOR.
    REWRITE REQUESTOR-MAST-REC
        INVALID KEY
            MOVE REQUESTOR-FILE-STATUS TO MESS-WRITE-STATUS
            WRITE OUT-LINE FROM WRITE-FAILED-LINE
                AFTER ADVANCING 1 LINE
            GO TO END-CHANGE-REQUESTOR
    END-REWRITE.
    PERFORM AUDIT-ONE-FIELD THRU END-AUDIT-ONE-FIELD
        VARYING FIELD-IX FROM 1 BY 1
        UNTIL FIELD-IX IS GREATER THAN FIELD-TABLE-MAX.
    ADD 1 TO CHANGED-COUNT.
    MOVE RQM-CODE TO CHANGED-CODE.
    WRITE OUT-LINE FROM CHANGED-LINE AFTER ADVANCING 1 LINE.
END-CHANGE-REQUESTOR. EXIT.

*> One dated audit record per changed field.
AUDIT-ONE-FIELD.
    IF CH-SW(FIELD-IX) IS NOT EQUAL TO 'Y'
        GO TO END-AUDIT-ONE-FIELD
    END-IF.
    ACCEPT CURRENT-TIME-X FROM TIME.
    MOVE CURRENT-HH TO EDIT-TIME-HH.
    MOVE CURRENT-MM TO EDIT-TIME-MM.
    MOVE CURRENT-SS TO EDIT-TIME-SS.
    MOVE RQM-CODE TO MK-CODE.
    MOVE FIELD-NAME(FIELD-IX) TO MK-FIELD.
    MOVE SPACES TO AUDIT-REC.
    MOVE MAINT-DATE TO AUD-DATE.
    MOVE CURRENT-TIME-EDIT TO AUD-TIME.
    MOVE OPERATOR-NAME TO AUD-USER.
    MOVE MAINT-KEYWORD TO AUD-KEYWORD.
    MOVE CH-OLD(FIELD-IX) TO AUD-OLD.
    MOVE CH-NEW(FIELD-IX) TO AUD-NEW.
    MOVE ' OLD=' TO AUDIT-REC(48:5).
    MOVE ' NEW=' TO AUDIT-REC(83:5).
    WRITE AUDIT-REC.
END-AUDIT-ONE-FIELD. EXIT.

*> Session totals, and close everything down.
TERMINATE-RUN.
    MOVE LISTED-COUNT TO SUM-LISTED.
    MOVE ADDED-COUNT TO SUM-ADDED.
    MOVE CHANGED-COUNT TO SUM-CHANGED.
    WRITE OUT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
    CLOSE REQUESTOR-FILE.
    CLOSE AUDIT-FILE.
    CLOSE STANDARD-OUTPUT.
END-TERMINATE-RUN. EXIT.
