    *> is an Nth root with the degree (02-99) in IN-ROOT-N, which is
    *> ignored for the other operation codes.
    *>
    *> IN-TRANS-TYPE is blank on an ordinary request card. 'C' cancels
    *> and 'A' amends a request already on the request register under
    *> the card's requestor and request reference; an amend card
    *> carries the complete replacement value, operation, degree and
    *> tolerances in the usual places. IN-ASKED-BY names the person in
    *> the department who asked for the change, for the audit trail.
    *> Only SQRTEDIT ever sees a transaction card; it never reaches a
    *> clean deck.
    *>
    *> 2026-08-22 JA  Hoisted out of sqrtbabyex.cob so the deck edit
    *>                program validates the same layout SQRT reads.
    *> 2026-08-22 JA  Added the operation code and root degree for
    *> 2026-08-22 JA  Added the precision flag ('H' for the high-
    *>                precision mode) and the fine tolerance an 'H'
    *>                card may carry; both blank on ordinary cards.
    *> 2026-10-15 JA  Added the transaction type and the asked-by name
    *>                for cancelling and amending a request before the
    *>                batch window.
    01 IN-CARD.
       02 IN-Z           PICTURE S9(10)V9(6) SIGN LEADING SEPARATE.
       02 IN-DIFF        PICTURE V9(5).
       02 IN-REQUEST-REF PICTURE X(08).
       02 IN-PREC        PICTURE X(01).
       02 IN-HP-DIFF     PICTURE V9(12).
       02 IN-TRANS-TYPE  PICTURE X(01).
       02 IN-ASKED-BY    PICTURE X(08).
       02 FILLER         PICTURE X(21).
