    *>   S  answered, recovered by the second pass
    *>   F  aborted, still unanswered after the second pass
    *>   D  rejected at run time (invalid value, operation or range)
    *>   P  answer withheld, failed its residual proof (particulars
    *>      on the residual exception file, RSDREC.cpy)
    *>   C  cancelled by its requestor before the run (SQRTEDIT cancel
    *>      transaction); REQ-DISP-DATE is the date it was cancelled.
    *>      Not open, and never processed by SQRT or SQRTSRVC
    *>
    *> A resubmitted card simply rewrites its record back to E or R,
    *> re-opening the reference until the next run disposes of it.
    *>
    *> An amend transaction against an open (E) reference leaves the
    *> status alone and records the replacement value, operation,
    *> degree, precision flag and tolerances in REQ-AMENDMENT, with
    *> REQ-AMEND-SW 'Y' and the date of the amendment; SQRT processes
    *> the card already in the deck with those values instead of its
    *> own. Any (re)opening or fresh record clears the amendment.
    *>
    *> With the final disposition the posting run also records where
    *> it happened: the run number, the deck it came in on, the pass
    *> ('1' main, '2' second, 'I' the intraday service), whether the
    *> answer came from the results master ('M') or was computed
    *> ('C', blank when there was no answer), and the interface
    *> sequence number of the batch that carried it downstream (zero
    *> when it wasn't sent). SQRTEDIT clears them when it (re)opens
    *> the reference. The SQRTTRCE trace inquiry starts from these.
    *>
    *> 2026-09-03 JA  Added so a reject can no longer quietly die in
    *>                SQRTREJ.DAT with nobody the wiser.
    *> 2026-10-15 JA  Added status P for an answer withheld on a
    *>                failed residual proof.
    *> 2026-10-15 JA  Added the final-disposition run number, deck,
    *>                pass, answer source and interface sequence
    *>                number for the request trace. A register built
    *>                before this change must be reloaded into the
    *>                wider record (or dropped and rebuilt by the
    *>                next edit).
    *> 2026-10-15 JA  Added status C and the amendment for cancelling
    *>                and amending a request before the batch window.
    *>                A register built before this change must be
    *>                reloaded into the wider record.
    01 REQUEST-REG-REC.
       02 REQ-KEY.
          03 REQ-REQUESTOR   PICTURE X(04).
       02 REQ-REASON    PICTURE X(01).
       02 REQ-IN-DATE   PICTURE X(08).
       02 REQ-DISP-DATE PICTURE X(08).
       02 REQ-RUN-SEQ-NO  PICTURE 9(06).
       02 REQ-DECK-ID     PICTURE X(04).
       02 REQ-PASS        PICTURE X(01).
       02 REQ-SOURCE      PICTURE X(01).
       02 REQ-INTF-SEQ-NO PICTURE 9(06).
       02 REQ-AMENDMENT.
          03 REQ-AMEND-SW      PICTURE X(01).
          03 REQ-AMEND-DATE    PICTURE X(08).
          03 REQ-AMEND-VALUES.
             04 REQ-AMEND-Z       PICTURE S9(10)V9(6)
                                  SIGN LEADING SEPARATE.
             04 REQ-AMEND-DIFF    PICTURE V9(5).
             04 REQ-AMEND-OPER    PICTURE X(01).
             04 REQ-AMEND-ROOT-N  PICTURE 9(02).
             04 REQ-AMEND-PREC    PICTURE X(01).
             04 REQ-AMEND-HP-DIFF PICTURE V9(12).
       02 REQ-FILL-1    PICTURE X(10).
