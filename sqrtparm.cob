*> session ends. Every accepted change is appended to the audit
*> file with the date, time, operator, and the old and new values,
*> so "what parameters did it run with" is finally answerable.
*> Only an operator the operator authority file (OPRREC.cpy) allows
*> parameter changes gets a session at all; anyone else is turned
*> away before the file is listed, and the attempt goes to the
*> security violation log.
*>
*> Keywords and the value format each demands:
*>   INPUT-FILE, REPORT-FILE, CSV-FILE, CONTROL-FILE, STATS-FILE,
*>   DROP-FILE, RPLY-PREFIX
*>                        free text; blank unsets
*>   SRVC-POLL-SECS       3 digits
*>   REQMAST-FILE         free text (a file name); blank unsets
*>   RATE-FILE, GL-FILE   free text (a file name); blank unsets
*>   GL-RECOVERY-ACCT, GL-SUSPENSE-ACCT
*>                        free text (a GL account); blank unsets
*>   DIST-PREFIX, NITE-DIST-CMD
*>                        free text; blank unsets
*>   RESID-FILE           free text (a file name); blank unsets
*>   OPER-FILE, SECV-FILE free text (a file name); blank unsets
*>   FCST-FILE, NITE-FCST-CMD
*>                        free text; blank unsets
*>   WINDOW-CLOSE         4 digits, HHMM (0600 = 6am)
*>   TRACE-FILE           free text (a file name); blank unsets
*>   INBOUND-FILE, INBOUND-DECK, INBOUND-ACK-FILE, INBOUND-LOG-FILE
*>                        free text (a file name); blank unsets
*>   PARTITION-COUNT      2 digits, 02-20
*>   PARTITION-PREFIX     free text (a file-name prefix); blank unsets
*>   REQ-AUDIT-FILE       free text (a file name); blank unsets
*>
*> 2026-08-22 JA  Added along with the central run-parameter file.
*> 2026-09-03 JA  SQRTRESM housekeeping keywords (RESM-*) added.
*>                INTF-* interface keywords and the intraday service
*>                keywords (DROP-FILE, RPLY-PREFIX, SRVC-POLL-SECS)
*>                added as their programs arrived.
*> 2026-10-15 JA  REQMAST-FILE added for the requestor master.
*> 2026-10-15 JA  RATE-FILE, GL-FILE and the GL account keywords
*>                added for the priced chargeback; the session table
*>                now holds 90 parameters, with room to grow.
*> 2026-10-15 JA  DIST-PREFIX and NITE-DIST-CMD added for the
*>                SQRTDIST distribution packets.
*> 2026-10-15 JA  RESID-FILE added for the residual exception file.
*> 2026-10-15 JA  A session now needs parameter-change authority on
*>                the operator authority file; OPER-FILE and
*>                SECV-FILE added to name it and the violation log.
*> 2026-10-15 JA  FCST-FILE, WINDOW-CLOSE and NITE-FCST-CMD added for
*>                the SQRTFCST capacity forecast.
*> 2026-10-15 JA  TRACE-FILE added for the SQRTTRCE request trace.
*> 2026-10-15 JA  INBOUND-* keywords added for the SQRTINBD inbound
*>                request feed.
*> 2026-10-15 JA  PARTITION-COUNT and PARTITION-PREFIX added for
*>                SQRT's partitioned runs.
*> 2026-10-15 JA  REQ-AUDIT-FILE added for SQRTEDIT's cancel and
*>                amend audit trail.
*> 2026-10-15 JA  The operator authority file and the violation log
*>                are named only by the OPER-FILE and SECV-FILE
*>                parameters (or the defaults), no longer by an
*>                environment variable the job's submitter sets.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTPARM.
01 AUDIT-FILENAME     PICTURE X(100) VALUE 'SQRTPAUD.DAT'.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.
01 DEFAULT-AUDIT-FILENAME     PICTURE X(100) VALUE SPACES.
01 OPERATOR-FILENAME  PICTURE X(100) VALUE 'SQRTOPER.DAT'.
01 VIOLATION-FILENAME PICTURE X(100) VALUE 'SQRTSECV.DAT'.

01 PARAMETER-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 AUDIT-FILE-STATUS     PICTURE X(02) VALUE SPACES.

*> The parameters on file, held here for the session and written
*> back in one piece at the end.
01 PARM-TABLE-MAX PICTURE 9(02) VALUE 90.
01 PARM-TABLE.
   02 PARM-ENTRY OCCURS 90 TIMES.
      03 PT-KEYWORD PICTURE X(20).
      03 PT-VALUE   PICTURE X(60).
01 PARM-COUNT PICTURE 9(02) VALUE ZERO.
   02 FILLER PICTURE X(23) VALUE 'DROP-FILE           F00'.
   02 FILLER PICTURE X(23) VALUE 'RPLY-PREFIX         F00'.
   02 FILLER PICTURE X(23) VALUE 'SRVC-POLL-SECS      N03'.
   02 FILLER PICTURE X(23) VALUE 'REQMAST-FILE        F00'.
   02 FILLER PICTURE X(23) VALUE 'RATE-FILE           F00'.
   02 FILLER PICTURE X(23) VALUE 'GL-FILE             F00'.
   02 FILLER PICTURE X(23) VALUE 'GL-RECOVERY-ACCT    F00'.
   02 FILLER PICTURE X(23) VALUE 'GL-SUSPENSE-ACCT    F00'.
   02 FILLER PICTURE X(23) VALUE 'DIST-PREFIX         F00'.
   02 FILLER PICTURE X(23) VALUE 'NITE-DIST-CMD       F00'.
   02 FILLER PICTURE X(23) VALUE 'RESID-FILE          F00'.
   02 FILLER PICTURE X(23) VALUE 'OPER-FILE           F00'.
   02 FILLER PICTURE X(23) VALUE 'SECV-FILE           F00'.
   02 FILLER PICTURE X(23) VALUE 'FCST-FILE           F00'.
   02 FILLER PICTURE X(23) VALUE 'WINDOW-CLOSE        N04'.
   02 FILLER PICTURE X(23) VALUE 'NITE-FCST-CMD       F00'.
   02 FILLER PICTURE X(23) VALUE 'TRACE-FILE          F00'.
   02 FILLER PICTURE X(23) VALUE 'INBOUND-FILE        F00'.
   02 FILLER PICTURE X(23) VALUE 'INBOUND-DECK        F00'.
   02 FILLER PICTURE X(23) VALUE 'INBOUND-ACK-FILE    F00'.
   02 FILLER PICTURE X(23) VALUE 'INBOUND-LOG-FILE    F00'.
   02 FILLER PICTURE X(23) VALUE 'PARTITION-COUNT     N02'.
   02 FILLER PICTURE X(23) VALUE 'PARTITION-PREFIX    F00'.
   02 FILLER PICTURE X(23) VALUE 'REQ-AUDIT-FILE      F00'.
01 KEYWORD-TABLE REDEFINES KEYWORD-TABLE-VALUES.
   02 KEYWORD-ENTRY OCCURS 65 TIMES.
      03 KW-NAME PICTURE X(20).
      03 KW-TYPE PICTURE X(01).
      03 KW-LEN  PICTURE 9(02).
01 KEYWORD-TABLE-MAX PICTURE 9(02) VALUE 65.
01 KEYWORD-IX PICTURE 9(02) VALUE ZERO.
01 KEYWORD-FOUND-SW PICTURE X(01) VALUE 'N'.
   88 KEYWORD-FOUND VALUE 'Y'.
01 NUMERIC-TAIL-START PICTURE 9(02) VALUE ZERO.
01 NUMERIC-TAIL-LENGTH PICTURE 9(02) VALUE ZERO.

*> LINKAGE record shared with the SQRTAUTH authority check.
COPY "AUTHLINK.cpy".

*> Line formats to be printed

01 TITLE-LINE.
   02 FILLER        PICTURE X(03) VALUE ' = '.
   02 LIST-VALUE    PICTURE X(56).

01 AUTH-REFUSED-MESS.
   02 FILLER           PICTURE X(10) VALUE ' OPERATOR '.
   02 REFUSED-OPERATOR PICTURE X(08).
   02 FILLER           PICTURE X(10) VALUE ' REFUSED: '.
   02 REFUSED-REASON   PICTURE X(30).
   02 FILLER           PICTURE X(22) VALUE SPACES.

01 NO-PARMS-LINE.
   02 FILLER PICTURE X(46) VALUE
      ' NO PARAMETER FILE ON HAND, STARTING A NEW ONE'.
    STOP RUN.

*> Pick up file names and the operator, load the parameter file
*> into the session table, make sure the operator may change it,
*> and open the audit file.
INITIALIZE-RUN.
    MOVE PARAMETER-FILENAME TO DEFAULT-PARAMETER-FILENAME.
    ACCEPT PARAMETER-FILENAME FROM ENVIRONMENT "SQRT-PARM-FILE"
    WRITE OUT-LINE FROM UNDER-LINE AFTER ADVANCING 1 LINE.

    PERFORM LOAD-PARAMETER-FILE THRU END-LOAD-PARAMETER-FILE.
    PERFORM CHECK-OPERATOR-AUTHORITY
        THRU END-CHECK-OPERATOR-AUTHORITY.

    OPEN EXTEND AUDIT-FILE.
    IF AUDIT-FILE-STATUS IS EQUAL TO '35'
        MOVE PARM-KEYWORD TO PT-KEYWORD(PARM-COUNT)
        MOVE PARM-VALUE TO PT-VALUE(PARM-COUNT)
    END-IF.
    IF PARM-VALUE IS EQUAL TO SPACES
        GO TO END-LOAD-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'OPER-FILE'
        MOVE PARM-VALUE TO OPERATOR-FILENAME
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'SECV-FILE'
        MOVE PARM-VALUE TO VIOLATION-FILENAME
    END-IF.
END-LOAD-ONE-PARAMETER. EXIT.

*> No parameter-change authority, no session: the refusal is shown
*> and logged by SQRTAUTH, and nothing on file is listed or touched.
CHECK-OPERATOR-AUTHORITY.
    MOVE OPERATOR-FILENAME TO AUTH-OPERATOR-FILENAME.
    MOVE VIOLATION-FILENAME TO AUTH-VIOLATION-FILENAME.
    MOVE 'SQRTPARM' TO AUTH-PROGRAM.
    MOVE OPERATOR-NAME TO AUTH-OPERATOR.
    SET AUTH-FN-PARAMETER-CHANGE TO TRUE.
    MOVE 'SESSION ' TO AUTH-DETAIL.
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

*> List what is on file.
DISPLAY-PARAMETERS.
    IF PARM-COUNT IS EQUAL TO ZERO
