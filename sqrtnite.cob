*> 1000139
*> jaidelma@uoguelph.ca
*>
*> Nightly job-stream driver: runs the steps of the night in order —
*> SQRTEDIT on the raw deck, SQRTFCST to forecast the batch window
*> for the clean deck, SQRT on the clean deck, SQRTRECON on the run,
*> SQRTDIST to burst the proven run into department packets,
*> SQRTHLTH on the history — recording each step's start, end and
*> return code in the night-status file and on one consolidated night
*> report, so sign-off is one page instead of five files and a memory
*> of what ran.
*>
*> A step ending with return code 8 or worse stops the stream there,
*> exactly as SQRTRECON's RETURN-CODE 8 intends; a 4 (warning) is
*> and the stream resumes at the step that failed, so the 2am
*> operator only has to run this program again.
*>
*> That rerun is only for an operator (USER) the operator authority
*> file (OPRREC.cpy) allows night-stream rerun: once tonight has any
*> step recorded, anyone else is turned away with RETURN-CODE 8
*> before a step runs, and the attempt goes to the security
*> violation log. The night's first run needs no authority.
*>
*> The forecast ends 4 when the deck is projected past the window
*> close; like any warning that is recorded on the night report and
*> the stream carries on, so the operator knows before SQRT starts
*> and can decide whether to DRAIN it.
*>
*> Each step's command line comes from the central run-parameter
*> file (NITE-STEP1-CMD .. NITE-STEP4-CMD for the original four
*> steps, NITE-DIST-CMD for the distribution step, NITE-FCST-CMD
*> for the forecast) or the matching environment variable, with
*> working defaults for the usual build; every step inherits this
*> program's environment, so the SQRT-* variables set for the night
*> apply to every step.
*>
*> The SYSTEM service hands back the raw wait status; the step's
*> return code is the high byte, and a nonzero low byte means the
*>
*> 2026-09-03 JA  Added so a 2am step failure needs one command to
*>                recover from, not tribal knowledge of the stream.
*> 2026-10-15 JA  SQRTDIST distribution step added after SQRTRECON,
*>                so packets are only cut from a reconciled run. A
*>                rerun now skips completed steps by name, so adding
*>                a step can't skip the wrong one on a rerun.
*> 2026-10-15 JA  A same-night rerun now needs night-stream rerun
*>                authority on the operator authority file.
*> 2026-10-15 JA  SQRTFCST capacity forecast step added ahead of
*>                SQRT; a projected overrun is a warning.
*> 2026-10-15 JA  The operator authority file and the violation log
*>                are named only by the OPER-FILE and SECV-FILE
*>                parameters (or the defaults), no longer by an
*>                environment variable the job's submitter sets.

IDENTIFICATION DIVISION.
PROGRAM-ID. SQRTNITE.
01 DEFAULT-NIGHT-REPORT-FILENAME PICTURE X(100) VALUE SPACES.
01 PARAMETER-FILENAME    PICTURE X(100) VALUE 'SQRTPARM.DAT'.
01 DEFAULT-PARAMETER-FILENAME PICTURE X(100) VALUE SPACES.
01 OPERATOR-FILENAME        PICTURE X(100) VALUE 'SQRTOPER.DAT'.
01 VIOLATION-FILENAME       PICTURE X(100) VALUE 'SQRTSECV.DAT'.

01 NIGHT-STATUS-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 NIGHT-REPORT-FILE-STATUS PICTURE X(02) VALUE SPACES.
01 END-OF-STATUS-SW PICTURE X(01) VALUE 'N'.
   88 END-OF-STATUS VALUE 'Y'.

*> Set when tonight already has a step recorded, i.e. this is a
*> rerun and needs the authority for it.
01 NIGHT-RERUN-SW PICTURE X(01) VALUE 'N'.
   88 NIGHT-RERUN VALUE 'Y'.

*> The operator running the driver, and the LINKAGE record shared
*> with the SQRTAUTH authority check.
01 OPERATOR-NAME PICTURE X(08) VALUE 'UNKNOWN '.
COPY "AUTHLINK.cpy".

*> The steps of the night, in the order they must run. The
*> command defaults suit the usual build; the parameter file or the
*> environment overrides them without touching the source.
01 STEP-TABLE-MAX PICTURE 9(01) VALUE 6.
01 STEP-TABLE.
   02 STEP-ENTRY OCCURS 6 TIMES.
      03 ST-NAME    PICTURE X(10).
      03 ST-CMD     PICTURE X(60).
      03 ST-DONE-SW PICTURE X(01).
   02 STP-OUTCOME   PICTURE X(08).
   02 FILLER        PICTURE X(17) VALUE SPACES.

01 AUTH-REFUSED-MESS.
   02 FILLER           PICTURE X(10) VALUE ' OPERATOR '.
   02 REFUSED-OPERATOR PICTURE X(08).
   02 FILLER           PICTURE X(10) VALUE ' REFUSED: '.
   02 REFUSED-REASON   PICTURE X(30).
   02 FILLER           PICTURE X(22) VALUE SPACES.

01 STREAM-CLEAN-LINE.
   02 FILLER PICTURE X(31) VALUE ' STREAM COMPLETE, NIGHT IS GOOD'.
   02 FILLER PICTURE X(49) VALUE SPACES.
PROCEDURE DIVISION.
    PERFORM INITIALIZE-RUN THRU END-INITIALIZE-RUN.
    PERFORM LOAD-NIGHT-STATUS THRU END-LOAD-NIGHT-STATUS.
    IF NIGHT-RERUN
        PERFORM CHECK-OPERATOR-AUTHORITY
            THRU END-CHECK-OPERATOR-AUTHORITY
    END-IF.
    PERFORM RUN-THE-STREAM THRU END-RUN-THE-STREAM.
    PERFORM TERMINATE-RUN THRU END-TERMINATE-RUN.
    STOP RUN.
INITIALIZE-RUN.
    MOVE 'SQRTEDIT  ' TO ST-NAME(1).
    MOVE './sqrtedit' TO ST-CMD(1).
    MOVE 'SQRTFCST  ' TO ST-NAME(2).
    MOVE './sqrtfcst' TO ST-CMD(2).
    MOVE 'SQRT      ' TO ST-NAME(3).
    MOVE './sqrtbabyex' TO ST-CMD(3).
    MOVE 'SQRTRECON ' TO ST-NAME(4).
    MOVE './sqrtrecon' TO ST-CMD(4).
    MOVE 'SQRTDIST  ' TO ST-NAME(5).
    MOVE './sqrtdist' TO ST-CMD(5).
    MOVE 'SQRTHLTH  ' TO ST-NAME(6).
    MOVE './sqrthlth' TO ST-CMD(6).
    PERFORM ZERO-STEP-ENTRY THRU END-ZERO-STEP-ENTRY
        VARYING STEP-IX FROM 1 BY 1
        UNTIL STEP-IX IS GREATER THAN STEP-TABLE-MAX.
        MOVE DEFAULT-NIGHT-REPORT-FILENAME TO NIGHT-REPORT-FILENAME
    END-IF.
    PERFORM ACCEPT-STEP-OVERRIDES THRU END-ACCEPT-STEP-OVERRIDES.
    ACCEPT OPERATOR-NAME FROM ENVIRONMENT "USER"
        ON EXCEPTION
            MOVE 'UNKNOWN ' TO OPERATOR-NAME
    END-ACCEPT.
    IF OPERATOR-NAME IS EQUAL TO SPACES
        MOVE 'UNKNOWN ' TO OPERATOR-NAME
    END-IF.
    PERFORM READ-PARAMETER-FILE THRU END-READ-PARAMETER-FILE.

    ACCEPT NIGHT-DATE FROM DATE YYYYMMDD.
    IF ST-CMD(1) IS EQUAL TO SPACES
        MOVE './sqrtedit' TO ST-CMD(1)
    END-IF.
    ACCEPT ST-CMD(2) FROM ENVIRONMENT "SQRT-NITE-FCST-CMD"
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF ST-CMD(2) IS EQUAL TO SPACES
        MOVE './sqrtfcst' TO ST-CMD(2)
    END-IF.
    ACCEPT ST-CMD(3) FROM ENVIRONMENT "SQRT-NITE-STEP2-CMD"
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF ST-CMD(3) IS EQUAL TO SPACES
        MOVE './sqrtbabyex' TO ST-CMD(3)
    END-IF.
    ACCEPT ST-CMD(4) FROM ENVIRONMENT "SQRT-NITE-STEP3-CMD"
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF ST-CMD(4) IS EQUAL TO SPACES
        MOVE './sqrtrecon' TO ST-CMD(4)
    END-IF.
    ACCEPT ST-CMD(5) FROM ENVIRONMENT "SQRT-NITE-DIST-CMD"
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF ST-CMD(5) IS EQUAL TO SPACES
        MOVE './sqrtdist' TO ST-CMD(5)
    END-IF.
    ACCEPT ST-CMD(6) FROM ENVIRONMENT "SQRT-NITE-STEP4-CMD"
        ON EXCEPTION CONTINUE
    END-ACCEPT.
    IF ST-CMD(6) IS EQUAL TO SPACES
        MOVE './sqrthlth' TO ST-CMD(6)
    END-IF.
END-ACCEPT-STEP-OVERRIDES. EXIT.

        MOVE PARM-VALUE TO ST-CMD(1)
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'NITE-FCST-CMD'
        MOVE PARM-VALUE TO ST-CMD(2)
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'NITE-STEP2-CMD'
        MOVE PARM-VALUE TO ST-CMD(3)
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'NITE-STEP3-CMD'
        MOVE PARM-VALUE TO ST-CMD(4)
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'NITE-DIST-CMD'
        MOVE PARM-VALUE TO ST-CMD(5)
        GO TO END-APPLY-ONE-PARAMETER
    END-IF.
    IF PARM-KEYWORD IS EQUAL TO 'NITE-STEP4-CMD'
        MOVE PARM-VALUE TO ST-CMD(6)
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
    IF PARM-KEYWORD IS EQUAL TO 'NITE-STATUS-FILE'
        MOVE PARM-VALUE TO NIGHT-STATUS-FILENAME
        GO TO END-APPLY-ONE-PARAMETER
    IF END-OF-STATUS
        GO TO END-LOAD-ONE-STATUS-RECORD
    END-IF.
    IF NITE-DATE IS EQUAL TO NIGHT-DATE
        SET NIGHT-RERUN TO TRUE
    END-IF.
    IF NITE-DATE IS EQUAL TO NIGHT-DATE
            AND NITE-STATUS IS EQUAL TO 'COMPLETE'
        PERFORM MARK-STEP-DONE THRU END-MARK-STEP-DONE
            VARYING STEP-IX FROM 1 BY 1
            UNTIL STEP-IX IS GREATER THAN STEP-TABLE-MAX
    END-IF.
END-LOAD-ONE-STATUS-RECORD. EXIT.

*> A completed record is matched to its step by name, not number,
*> so a record written before a step was added still skips the step
*> it belongs to.
MARK-STEP-DONE.
    IF ST-NAME(STEP-IX) IS EQUAL TO NITE-STEP-NAME
        MOVE 'Y' TO ST-DONE-SW(STEP-IX)
    END-IF.
END-MARK-STEP-DONE. EXIT.

*> A rerun without the authority for it stops before any step runs;
*> the refusal goes on the night report as well as the screen, and
*> SQRTAUTH has logged it.
CHECK-OPERATOR-AUTHORITY.
    MOVE OPERATOR-FILENAME TO AUTH-OPERATOR-FILENAME.
    MOVE VIOLATION-FILENAME TO AUTH-VIOLATION-FILENAME.
    MOVE 'SQRTNITE' TO AUTH-PROGRAM.
    MOVE OPERATOR-NAME TO AUTH-OPERATOR.
    SET AUTH-FN-NIGHT-RERUN TO TRUE.
    MOVE NIGHT-DATE TO AUTH-DETAIL.
    CALL "SQRTAUTH" USING AUTH-LINKAGE.
    IF AUTH-GRANTED
        GO TO END-CHECK-OPERATOR-AUTHORITY
    END-IF.
    MOVE OPERATOR-NAME TO REFUSED-OPERATOR.
    MOVE AUTH-REASON TO REFUSED-REASON.
    WRITE OUT-LINE FROM AUTH-REFUSED-MESS AFTER ADVANCING 1 LINE.
    MOVE AUTH-REFUSED-MESS TO NRPT-LINE.
    WRITE NRPT-LINE.
    MOVE 8 TO RETURN-CODE.
    CLOSE NIGHT-REPORT-FILE.
    CLOSE STANDARD-OUTPUT.
    STOP RUN.
END-CHECK-OPERATOR-AUTHORITY. EXIT.

*> The stream itself: each step in order, skipping what tonight has
*> already completed, stopping where a step fails.
RUN-THE-STREAM.
