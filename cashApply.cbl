*> already has for unmatched transactions: a carried file of open   >*
*> invoices (built from the IN records on the posted extract) is    >*
*> merged with the day's new invoices, and the day's payments are   >*
*> applied against them client by client - a payment that names an  >*
*> invoice (the lockbox remittance reference) pays that one first;  >*
*> a payment that exactly matches one open invoice closes it;       >*
*> otherwise it pays invoices oldest-first, carrying a partial      >*
*> payment as a reduced open amount.  Invoices still open roll to   >*
*> the next generation with aging on the report; cash left over     >*
*> rolls to the unapplied file in POSTED-TRANS-RECORD format, which >*
*> the next night's run reads as another POSTEDTR concatenation so  >*
*> it keeps trying - exactly how the recycle feed rejoins BALLINE.  >*
*>                                                                  >*
*> UNAPPLD carries the same HDR/TRL generation control as the       >*
*> generated BALLINE feeds, numbered on from the header of the      >*
*> generation read through GENPRIOR.  This run proves each UNAPPLD  >*
*> generation it reads back, skips one already on the consumed-feed >*
*> registry (FEEDREG), lists every generation on GENRPT and records >*
*> the ones it applied once the run completes.                      >*

IDENTIFICATION DIVISION.
PROGRAM-ID. CASH-APPLY.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS UNAPPLIED-CASH-FILE-STATUS.

    SELECT PRIOR-GENERATION-FILE
        ASSIGN TO "GENPRIOR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRIOR-GENERATION-FILE-STATUS.

    SELECT OPEN-ITEM-REPORT-FILE
        ASSIGN TO "OPENRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPEN-ITEM-REPORT-FILE-STATUS.

    SELECT FEED-REGISTRY-FILE
        ASSIGN TO "FEEDREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-REGISTRY-FILE-STATUS.

    SELECT GENERATION-REPORT-FILE
        ASSIGN TO "GENRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GENERATION-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

        05 OI-TRANS-ID        PIC 9(05).
        05 OI-ORIG-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OI-OPEN-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OI-DISPUTE-FLAG    PIC X(01).

FD  OPEN-ITEM-OUT-FILE.
    01 OPEN-ITEM-OUT-RECORD.
        05 OO-TRANS-ID        PIC 9(05).
        05 OO-ORIG-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OO-OPEN-AMMOUNT    PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 OO-DISPUTE-FLAG    PIC X(01).

FD  POSTED-TRANS-FILE.
    01 POSTED-TRANS-RECORD.
        05 PT-TRANS-DATE      PIC 9(08).
        05 PT-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 PT-TRANS-TYPE      PIC X(02).
        05 PT-INVOICE-REF     PIC X(05).
        05 PT-FEED-ID         PIC X(08).
*>  An UNAPPLD generation is bracketed by the HDR and TRL this      >*
*>  program wrote on it the night before; the posted extract has    >*
*>  neither.                                                        >*
    01 FEED-HEADER-RECORD.
        05 FH-RECORD-TYPE     PIC X(03).
        05 FH-PROGRAM         PIC X(08).
        05 FH-RUN-DATE        PIC 9(08).
        05 FH-GENERATION      PIC 9(09).
        05 FILLER             PIC X(15).
    01 FEED-TRAILER-RECORD.
        05 FT-RECORD-TYPE     PIC X(03).
        05 FT-RECORD-COUNT    PIC 9(06).
        05 FT-AMOUNT          PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
        05 FILLER             PIC X(20).

SD  POSTED-SORT-FILE.
    01 POSTED-SORT-RECORD.
        05 PS-TRANS-DATE      PIC 9(08).
        05 PS-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 PS-TRANS-TYPE      PIC X(02).
        05 PS-INVOICE-REF     PIC X(05).
        05 FILLER             PIC X(08).

FD  SORTED-POSTED-FILE.
    01 SORTED-POSTED-RECORD.
        05 SP-TRANS-DATE      PIC 9(08).
        05 SP-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 SP-TRANS-TYPE      PIC X(02).
        05 SP-INVOICE-REF     PIC X(05).
        05 FILLER             PIC X(08).

FD  UNAPPLIED-CASH-FILE.
    01 UNAPPLIED-CASH-RECORD.
        05 UC-TRANS-DATE      PIC 9(08).
        05 UC-TRANS-AMMOUNT   PIC S9(07)V99 SIGN IS TRAILING SEPARATE.
        05 UC-TRANS-TYPE      PIC X(02).
        05 UC-INVOICE-REF     PIC X(05).
        05 UC-FEED-ID         PIC X(08).
*>  Each generation opens with an HDR and closes with a TRL         >*
*>  carrying the record count and net amount, for CASH-APPLY to     >*
*>  prove.                                                          >*
    01 UNAPPLIED-HEADER-RECORD.
        05 UCH-RECORD-TYPE    PIC X(03).
        05 UCH-PROGRAM        PIC X(08).
        05 UCH-RUN-DATE       PIC 9(08).
        05 UCH-GENERATION     PIC 9(09).
        05 FILLER             PIC X(15).
    01 UNAPPLIED-TRAILER-RECORD.
        05 UCT-RECORD-TYPE    PIC X(03).
        05 UCT-RECORD-COUNT   PIC 9(06).
        05 UCT-AMOUNT         PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
        05 FILLER             PIC X(20).

*>  The (0) generation of the same GDG, read only for the           >*
*>  generation number on its header.                                >*
FD  PRIOR-GENERATION-FILE.
    01 PRIOR-GENERATION-HEADER.
        05 PG-RECORD-TYPE     PIC X(03).
        05 PG-PROGRAM         PIC X(08).
        05 PG-RUN-DATE        PIC 9(08).
        05 PG-GENERATION      PIC 9(09).
        05 FILLER             PIC X(15).

FD  OPEN-ITEM-REPORT-FILE.
    01 OPEN-ITEM-LINE         PIC X(80).

*>  The consumed-feed registry BALANCE-LINE keeps; the UNAPPLD      >*
*>  generations this program consumes are recorded in it too.       >*
FD  FEED-REGISTRY-FILE.
    01 FEED-REGISTRY-RECORD.
        05 FG-PROGRAM         PIC X(08).
        05 FG-GENERATION      PIC 9(09).
        05 FG-FEED-RUN-DATE   PIC 9(08).
        05 FG-RECORD-COUNT    PIC 9(06).
        05 FG-AMOUNT          PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
        05 FG-CONSUMED-BY     PIC X(08).
        05 FG-CONSUMED-DATE   PIC 9(08).

FD  GENERATION-REPORT-FILE.
    01 GENERATION-LINE        PIC X(100).

WORKING-STORAGE SECTION.

*>  The generation number this run writes on the CASHAPP feed.      >*
    01 FEED-GENERATION        PIC 9(09) VALUE 1.

    01 CUR-CLIENT-ID          PIC 9(05).

*>  One client's open invoices, oldest first: the carried file and  >*
            10 IV-TRANS-ID     PIC 9(05).
            10 IV-ORIG-AMMOUNT PIC S9(07)V99.
            10 IV-OPEN-AMMOUNT PIC S9(07)V99.
            10 IV-DISPUTE-FLAG PIC X(01).
                88 IV-DISPUTED VALUE 'D'.

    01 INVOICE-COUNT          PIC 9(05).
    01 IDX-INVOICE            PIC 9(05).
            10 PM-TRANS-DATE   PIC 9(08).
            10 PM-TRANS-ID     PIC 9(05).
            10 PM-TRANS-AMMOUNT PIC S9(07)V99.
            10 PM-INVOICE-REF  PIC X(05).

    01 PAYMENT-COUNT          PIC 9(05).
    01 IDX-PAYMENT            PIC 9(05).

    01 PAYMENT-REMAINING      PIC S9(07)V99.

*>  The client's RF refunds posted today, still to be matched to    >*
*>  the unapplied cash they paid back.                              >*
    01 REFUND-REMAINING       PIC S9(09)V99.

*>  Set when a BD bad-debt write-off posted to the client today.    >*
    01 CLIENT-WRITTEN-OFF-SW  PIC X(01).
        88 CLIENT-WRITTEN-OFF VALUE 'Y'.
    01 APPLY-AMOUNT           PIC S9(07)V99.

    01 OPEN-IN-EOF-SW         PIC X(01) VALUE 'N'.
        88 SORTED-POSTED-FILE-OK         VALUE '00'.
    01 UNAPPLIED-CASH-FILE-STATUS    PIC X(02).
        88 UNAPPLIED-CASH-FILE-OK        VALUE '00'.
    01 PRIOR-GENERATION-FILE-STATUS  PIC X(02).
        88 PRIOR-GENERATION-FILE-OK        VALUE '00'.
        88 PRIOR-GENERATION-FILE-NOT-FOUND VALUE '35'.
    01 OPEN-ITEM-REPORT-FILE-STATUS  PIC X(02).
        88 OPEN-ITEM-REPORT-FILE-OK      VALUE '00'.
    01 FEED-REGISTRY-FILE-STATUS     PIC X(02).
        88 FEED-REGISTRY-FILE-OK         VALUE '00' '05'.
        88 FEED-REGISTRY-FILE-NOT-FOUND  VALUE '35'.
    01 GENERATION-REPORT-FILE-STATUS PIC X(02).
        88 GENERATION-REPORT-FILE-OK     VALUE '00'.

    01 RUN-DATE-YYYYMMDD.
        05 RUN-YYYY           PIC 9(04).
    01 STILL-OPEN-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 UNAPPLIED-COUNT        PIC 9(09) VALUE 0.
    01 UNAPPLIED-AMOUNT       PIC S9(11)V99 VALUE 0.
    01 DISPUTED-COUNT         PIC 9(09) VALUE 0.
    01 DISPUTED-AMOUNT        PIC S9(11)V99 VALUE 0.
    01 REFUNDED-CASH-COUNT    PIC 9(09) VALUE 0.
    01 REFUNDED-CASH-AMOUNT   PIC S9(11)V99 VALUE 0.
    01 REFERENCED-COUNT       PIC 9(09) VALUE 0.
    01 REFERENCED-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 REFERENCE-MISSED-COUNT PIC 9(09) VALUE 0.
    01 WRITTEN-OFF-COUNT      PIC 9(09) VALUE 0.
    01 WRITTEN-OFF-AMOUNT     PIC S9(11)V99 VALUE 0.

    01 BUCKET-CURRENT-COUNT   PIC 9(09) VALUE 0.
    01 BUCKET-CURRENT-AMOUNT  PIC S9(11)V99 VALUE 0.
    01 BUCKET-OVER-90-COUNT   PIC 9(09) VALUE 0.
    01 BUCKET-OVER-90-AMOUNT  PIC S9(11)V99 VALUE 0.

*>  One entry per UNAPPLD generation met on the way into the sort,  >*
*>  as on BALANCE-LINE: P it is applied, S it is skipped as already >*
*>  consumed, H its header or trailer does not prove and the run    >*
*>  ends before anything is applied.                                >*
    01 TABLE-GENERATION.
        05 GEN-ENTRY  OCCURS 50 TIMES.
            10 GEN-PROGRAM        PIC X(08).
            10 GEN-GENERATION     PIC 9(09).
            10 GEN-RUN-DATE       PIC 9(08).
            10 GEN-READ-COUNT     PIC 9(06).
            10 GEN-READ-AMOUNT    PIC S9(11)V99.
            10 GEN-ACTION-SW      PIC X(01).
                88 GEN-POSTING        VALUE 'P'.
                88 GEN-SKIPPED        VALUE 'S'.
                88 GEN-HELD           VALUE 'H'.
            10 GEN-STATUS         PIC X(30).

    01 GEN-COUNT              PIC 9(03) VALUE 0.
    01 IDX-GEN                PIC 9(03).
    01 GEN-BATCH-OPEN-SW      PIC X(01) VALUE 'N'.
        88 GEN-BATCH-OPEN     VALUE 'Y'.
    01 GEN-REPEAT-SW          PIC X(01).
        88 GEN-REPEATED       VALUE 'Y'.
    01 REGISTRY-MATCH-SW      PIC X(01).
        88 REGISTRY-NO-MATCH      VALUE 'N'.
        88 REGISTRY-CONSUMED      VALUE 'C'.
        88 REGISTRY-NUMBER-REUSED VALUE 'R'.
    01 REGISTRY-EOF-SW        PIC X(01).
        88 REGISTRY-EOF       VALUE 'Y'.

    01 GEN-POSTED-COUNT       PIC 9(03) VALUE 0.
    01 GEN-POSTED-AMOUNT      PIC S9(11)V99 VALUE 0.
    01 GEN-SKIPPED-COUNT      PIC 9(03) VALUE 0.
    01 GEN-SKIPPED-AMOUNT     PIC S9(11)V99 VALUE 0.
    01 GEN-HELD-COUNT         PIC 9(03) VALUE 0.
    01 GEN-HELD-AMOUNT        PIC S9(11)V99 VALUE 0.
    01 STRAY-TRAILER-COUNT    PIC 9(03) VALUE 0.

    01 GENERATION-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'GENERATED FEEDS - CASH-APPLY'.
        05 FILLER             PIC X(10) VALUE SPACES.
        05 FILLER             PIC X(10) VALUE 'RUN DATE: '.
        05 GH1-RUN-MM         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 GH1-RUN-DD         PIC 99.
        05 FILLER             PIC X(01) VALUE '/'.
        05 GH1-RUN-YYYY       PIC 9999.

    01 GENERATION-HEADING-2.
        05 FILLER             PIC X(10) VALUE 'PROGRAM'.
        05 FILLER             PIC X(12) VALUE 'GENERATION'.
        05 FILLER             PIC X(10) VALUE 'RUN DATE'.
        05 FILLER             PIC X(08) VALUE ' RECORDS'.
        05 FILLER             PIC X(20) VALUE '            AMOUNT'.
        05 FILLER             PIC X(12) VALUE 'ACTION'.
        05 FILLER             PIC X(30) VALUE 'STATUS'.

    01 GENERATION-DETAIL-LINE.
        05 GR-PROGRAM         PIC X(08).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 GR-GENERATION      PIC ZZZZZZZZ9.
        05 FILLER             PIC X(03) VALUE SPACES.
        05 GR-RUN-DATE        PIC 9(08).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 GR-COUNT           PIC ZZZZZ9.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 GR-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 GR-ACTION          PIC X(10).
        05 FILLER             PIC X(02) VALUE SPACES.
        05 GR-STATUS          PIC X(30).

    01 GENERATION-TOTAL-LINE.
        05 GRT-LABEL          PIC X(30).
        05 FILLER             PIC X(07) VALUE 'COUNT: '.
        05 GRT-COUNT          PIC ZZZZZZZZ9.
        05 FILLER             PIC X(05) VALUE SPACES.
        05 FILLER             PIC X(08) VALUE 'AMOUNT: '.
        05 GRT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

    01 OPEN-HEADING-1.
        05 FILLER             PIC X(30) VALUE
           'OPEN ITEM APPLICATION REPORT'.
        05 FILLER             PIC X(16) VALUE 'ORIGINAL        '.
        05 FILLER             PIC X(16) VALUE 'STILL OPEN      '.
        05 FILLER             PIC X(05) VALUE ' DAYS'.
        05 FILLER             PIC X(10) VALUE '  DISPUTED'.

    01 OPEN-DETAIL-LINE.
        05 OD-CLIENT-ID       PIC ZZZZ9.
        05 OD-OPEN-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 OD-DAYS            PIC ZZZZ9.
        05 FILLER             PIC X(02) VALUE SPACES.
        05 OD-DISPUTED        PIC X(08).

    01 UNAPPLIED-DETAIL-LINE.
        05 FILLER             PIC X(17) VALUE 'UNAPPLIED CASH   '.

PROCEDURE DIVISION.

    PERFORM SORT-POSTED-INPUT
    PERFORM PRINT-GENERATION-REPORT
    PERFORM OPEN-FILES
    PERFORM LOAD-FEED-GENERATION
    PERFORM WRITE-FEED-HEADER
    PERFORM OPEN-SORTED-POSTED
    PERFORM WRITE-REPORT-HEADINGS

    END-PERFORM

    PERFORM WRITE-REPORT-TOTALS
    PERFORM WRITE-FEED-TRAILER
    PERFORM CLOSE-FILES
    PERFORM RECORD-CONSUMED-FEEDS

    STOP RUN
    .

SORT-POSTED-INPUT.

*>  The input procedure proves each UNAPPLD generation in the       >*
*>  concatenation and holds back one already consumed, so a rerun   >*
*>  or a DD left pointing at an old generation cannot present the   >*
*>  same cash twice.                                                >*
    SORT POSTED-SORT-FILE
        ON ASCENDING KEY PS-TRANS-CLIENT
                         PS-TRANS-DATE
                         PS-TRANS-ID
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS RELEASE-POSTED-INPUT
        GIVING SORTED-POSTED-FILE
    .

RELEASE-POSTED-INPUT.

*>  Records outside a generation are the posted extract itself and  >*
*>  always pass.                                                    >*
    OPEN INPUT POSTED-TRANS-FILE
    IF NOT POSTED-TRANS-FILE-OK
        DISPLAY 'POSTED-TRANS-FILE FAILED TO OPEN - FILE STATUS ' POSTED-TRANS-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL POSTED-EOF
        READ POSTED-TRANS-FILE
            AT END MOVE 'Y' TO POSTED-EOF-SW
        END-READ
        IF NOT POSTED-EOF
            EVALUATE TRUE
                WHEN FH-RECORD-TYPE = 'HDR'
                    PERFORM TAKE-GENERATION-HEADER
                WHEN FT-RECORD-TYPE = 'TRL'
                    PERFORM TAKE-GENERATION-TRAILER
                WHEN GEN-BATCH-OPEN
                    ADD 1                TO GEN-READ-COUNT(GEN-COUNT)
                    ADD PT-TRANS-AMMOUNT TO GEN-READ-AMOUNT(GEN-COUNT)
                    IF GEN-POSTING(GEN-COUNT)
                        RELEASE POSTED-SORT-RECORD FROM POSTED-TRANS-RECORD
                    END-IF
                WHEN OTHER
                    RELEASE POSTED-SORT-RECORD FROM POSTED-TRANS-RECORD
            END-EVALUATE
        END-IF
    END-PERFORM

    IF GEN-BATCH-OPEN
        IF GEN-STATUS(GEN-COUNT) = SPACES
            MOVE 'TRAILER MISSING'  TO GEN-STATUS(GEN-COUNT)
        END-IF
        MOVE 'N'                    TO GEN-BATCH-OPEN-SW
    END-IF

    CLOSE POSTED-TRANS-FILE
    MOVE 'N' TO POSTED-EOF-SW
    .

OPEN-SORTED-POSTED.

    OPEN INPUT SORTED-POSTED-FILE
*>  Assemble the client's full invoice picture (carried open items  >*
*>  merged with the day's IN records, both arriving in date / id    >*
*>  sequence) and the day's payments before anything is applied.    >*
*>  An RF refund is totalled for the client and a BD write-off      >*
*>  marks it; posted records of other types carry no open-item      >*
*>  meaning and pass by.                                            >*
    MOVE 0 TO INVOICE-COUNT
    MOVE 0 TO PAYMENT-COUNT
    MOVE 0 TO REFUND-REMAINING
    MOVE 'N' TO CLIENT-WRITTEN-OFF-SW

    PERFORM UNTIL (OPEN-IN-EOF OR OI-CLIENT-ID NOT = CUR-CLIENT-ID)
              AND (POSTED-EOF OR SP-TRANS-CLIENT NOT = CUR-CLIENT-ID)
    MOVE OI-TRANS-ID       TO IV-TRANS-ID(INVOICE-COUNT)
    MOVE OI-ORIG-AMMOUNT   TO IV-ORIG-AMMOUNT(INVOICE-COUNT)
    MOVE OI-OPEN-AMMOUNT   TO IV-OPEN-AMMOUNT(INVOICE-COUNT)
    MOVE OI-DISPUTE-FLAG   TO IV-DISPUTE-FLAG(INVOICE-COUNT)
    PERFORM READ-OPEN-ITEM-IN
    .

            MOVE SP-TRANS-ID       TO IV-TRANS-ID(INVOICE-COUNT)
            MOVE SP-TRANS-AMMOUNT  TO IV-ORIG-AMMOUNT(INVOICE-COUNT)
            MOVE SP-TRANS-AMMOUNT  TO IV-OPEN-AMMOUNT(INVOICE-COUNT)
            MOVE SPACE             TO IV-DISPUTE-FLAG(INVOICE-COUNT)
        WHEN 'PY'
            IF PAYMENT-COUNT >= 500
                DISPLAY 'CLIENT ' CUR-CLIENT-ID ' EXCEEDS TABLE-PAYMENT CAPACITY (500) - RUN TERMINATED'
            MOVE SP-TRANS-DATE     TO PM-TRANS-DATE(PAYMENT-COUNT)
            MOVE SP-TRANS-ID       TO PM-TRANS-ID(PAYMENT-COUNT)
            MOVE SP-TRANS-AMMOUNT  TO PM-TRANS-AMMOUNT(PAYMENT-COUNT)
            MOVE SP-INVOICE-REF    TO PM-INVOICE-REF(PAYMENT-COUNT)
        WHEN 'RF'
            ADD SP-TRANS-AMMOUNT   TO REFUND-REMAINING
        WHEN 'BD'
            MOVE 'Y'               TO CLIENT-WRITTEN-OFF-SW
    END-EVALUATE
    PERFORM READ-SORTED-POSTED
    .
APPLY-ONE-PAYMENT.

*>  A payment posts negative; it is worked here as the positive     >*
*>  cash it brings.  The invoice the remittance named is paid       >*
*>  first - the client said so.  Otherwise an exact match against   >*
*>  a single open invoice wins - that is almost always the invoice  >*
*>  the client meant to pay - and only then does the remainder pay  >*
*>  down the oldest open invoices in turn.                          >*
    COMPUTE PAYMENT-REMAINING = 0 - PM-TRANS-AMMOUNT(IDX-PAYMENT)
    IF PAYMENT-REMAINING > 0
     AND PM-INVOICE-REF(IDX-PAYMENT) IS NUMERIC
        PERFORM PAY-REFERENCED-INVOICE
    END-IF
    IF PAYMENT-REMAINING > 0
        PERFORM FIND-EXACT-INVOICE
        IF MATCH-FOUND
*>  must not vanish from the open-item ledger either, the same      >*
*>  discipline the credit-memo invoice follows on the invoice       >*
*>  side.                                                           >*
    IF PAYMENT-REMAINING > 0 AND REFUND-REMAINING > 0
        PERFORM REFUND-UNAPPLIED-CASH
    END-IF
    IF PAYMENT-REMAINING NOT = 0
        PERFORM WRITE-UNAPPLIED-CASH
    END-IF
    .

REFUND-UNAPPLIED-CASH.

*>  A credit-balance refund pays back cash this file has been       >*
*>  carrying, so the leftover it covers stops carrying.  Payments   >*
*>  are worked in date order, so the oldest unapplied cash goes     >*
*>  first.  Refund beyond the client's unapplied cash is credit     >*
*>  that came from a credit memo or an adjustment, which was never  >*
*>  on this file; it is simply not matched to anything here.        >*
    IF REFUND-REMAINING < PAYMENT-REMAINING
        MOVE REFUND-REMAINING    TO APPLY-AMOUNT
    ELSE
        MOVE PAYMENT-REMAINING   TO APPLY-AMOUNT
    END-IF
    SUBTRACT APPLY-AMOUNT FROM PAYMENT-REMAINING
    SUBTRACT APPLY-AMOUNT FROM REFUND-REMAINING
    ADD 1                 TO REFUNDED-CASH-COUNT
    ADD APPLY-AMOUNT      TO REFUNDED-CASH-AMOUNT
    .

PAY-REFERENCED-INVOICE.

*>  The named invoice is paid even when it is under dispute - the   >*
*>  client is settling it.  A reference to an invoice that is not   >*
*>  open for the client (already paid, or never this client's)      >*
*>  is passed over and the payment applies as an unreferenced one.  >*
    MOVE 'N'  TO MATCH-FOUND-SW
    MOVE 0    TO IDX-INVOICE
    PERFORM UNTIL IDX-INVOICE EQUAL INVOICE-COUNT OR MATCH-FOUND
        ADD 1  TO IDX-INVOICE
        IF IV-TRANS-ID(IDX-INVOICE) = PM-INVOICE-REF(IDX-PAYMENT)
         AND IV-OPEN-AMMOUNT(IDX-INVOICE) > 0
            MOVE 'Y'          TO MATCH-FOUND-SW
            MOVE IDX-INVOICE  TO IDX-MATCH
        END-IF
    END-PERFORM

    IF MATCH-FOUND
        IF IV-OPEN-AMMOUNT(IDX-MATCH) <= PAYMENT-REMAINING
            MOVE IV-OPEN-AMMOUNT(IDX-MATCH) TO APPLY-AMOUNT
            ADD 1  TO CLOSED-COUNT
        ELSE
            MOVE PAYMENT-REMAINING          TO APPLY-AMOUNT
        END-IF
        SUBTRACT APPLY-AMOUNT FROM IV-OPEN-AMMOUNT(IDX-MATCH)
        SUBTRACT APPLY-AMOUNT FROM PAYMENT-REMAINING
        ADD APPLY-AMOUNT      TO APPLIED-AMOUNT-TOTAL
        ADD 1                 TO REFERENCED-COUNT
        ADD APPLY-AMOUNT      TO REFERENCED-AMOUNT
    ELSE
        ADD 1                 TO REFERENCE-MISSED-COUNT
    END-IF
    .

FIND-EXACT-INVOICE.

    MOVE 'N'  TO MATCH-FOUND-SW

PAY-OLDEST-FIRST.

*>  An invoice under dispute is passed over: the client is          >*
*>  withholding on it, and cash it did not name for that invoice    >*
*>  belongs to the undisputed ones.  An exact-amount payment still  >*
*>  closes a disputed invoice - that is the client settling it.     >*
    MOVE 0  TO IDX-INVOICE
    PERFORM UNTIL IDX-INVOICE EQUAL INVOICE-COUNT
                  OR PAYMENT-REMAINING = 0
        ADD 1  TO IDX-INVOICE
        IF IV-OPEN-AMMOUNT(IDX-INVOICE) > 0
         AND NOT IV-DISPUTED(IDX-INVOICE)
            IF IV-OPEN-AMMOUNT(IDX-INVOICE) <= PAYMENT-REMAINING
                MOVE IV-OPEN-AMMOUNT(IDX-INVOICE) TO APPLY-AMOUNT
                ADD 1  TO CLOSED-COUNT
    MOVE PM-TRANS-DATE(IDX-PAYMENT)  TO UC-TRANS-DATE
    COMPUTE UC-TRANS-AMMOUNT = 0 - PAYMENT-REMAINING
    MOVE 'PY'                        TO UC-TRANS-TYPE
    MOVE PM-INVOICE-REF(IDX-PAYMENT) TO UC-INVOICE-REF
    MOVE SPACES                      TO UC-FEED-ID
    WRITE UNAPPLIED-CASH-RECORD

    ADD 1                  TO UNAPPLIED-COUNT
*>  includes a credit-memo IN posted with a negative amount, which  >*
*>  no payment will ever consume but which must not vanish from     >*
*>  the open-item ledger: it rolls and prints with the rest, the    >*
*>  suspense ledger's never-lose-an-item discipline.  The one       >*
*>  exception is a client written off today: the BD cleared the     >*
*>  whole balance, so every item still open is closed out with it.  >*
    MOVE 0  TO IDX-INVOICE
    PERFORM UNTIL IDX-INVOICE EQUAL INVOICE-COUNT
        ADD 1  TO IDX-INVOICE
        IF IV-OPEN-AMMOUNT(IDX-INVOICE) NOT = 0
            IF CLIENT-WRITTEN-OFF
                ADD 1                            TO WRITTEN-OFF-COUNT
                ADD IV-OPEN-AMMOUNT(IDX-INVOICE) TO WRITTEN-OFF-AMOUNT
            ELSE
                PERFORM CARRY-OPEN-INVOICE
            END-IF
        END-IF
    END-PERFORM
    .
    MOVE IV-TRANS-ID(IDX-INVOICE)       TO OO-TRANS-ID
    MOVE IV-ORIG-AMMOUNT(IDX-INVOICE)   TO OO-ORIG-AMMOUNT
    MOVE IV-OPEN-AMMOUNT(IDX-INVOICE)   TO OO-OPEN-AMMOUNT
    MOVE IV-DISPUTE-FLAG(IDX-INVOICE)   TO OO-DISPUTE-FLAG
    WRITE OPEN-ITEM-OUT-RECORD

    ADD 1                               TO STILL-OPEN-COUNT
    MOVE IV-ORIG-AMMOUNT(IDX-INVOICE)   TO OD-ORIG-AMOUNT
    MOVE IV-OPEN-AMMOUNT(IDX-INVOICE)   TO OD-OPEN-AMOUNT
    MOVE AGE-IN-DAYS                    TO OD-DAYS
    IF IV-DISPUTED(IDX-INVOICE)
        MOVE 'DISPUTED'                 TO OD-DISPUTED
        ADD 1                           TO DISPUTED-COUNT
        ADD IV-OPEN-AMMOUNT(IDX-INVOICE) TO DISPUTED-AMOUNT
    ELSE
        MOVE SPACES                     TO OD-DISPUTED
    END-IF
    WRITE OPEN-ITEM-LINE FROM OPEN-DETAIL-LINE
    .

    MOVE 0                          TO OT-AMOUNT
    WRITE OPEN-ITEM-LINE FROM OPEN-TOTAL-LINE

    MOVE 'PAID BY INVOICE REF   '   TO OT-LABEL
    MOVE REFERENCED-COUNT           TO OT-COUNT
    MOVE REFERENCED-AMOUNT          TO OT-AMOUNT
    WRITE OPEN-ITEM-LINE FROM OPEN-TOTAL-LINE

    MOVE 'INVOICE REF NOT OPEN  '   TO OT-LABEL
    MOVE REFERENCE-MISSED-COUNT     TO OT-COUNT
    MOVE 0                          TO OT-AMOUNT
    WRITE OPEN-ITEM-LINE FROM OPEN-TOTAL-LINE

    MOVE 'INVOICES CLOSED       '   TO OT-LABEL
    MOVE CLOSED-COUNT               TO OT-COUNT
    MOVE APPLIED-AMOUNT-TOTAL       TO OT-AMOUNT
    MOVE STILL-OPEN-AMOUNT          TO OT-AMOUNT
    WRITE OPEN-ITEM-LINE FROM OPEN-TOTAL-LINE

    MOVE 'STILL OPEN, DISPUTED  '   TO OT-LABEL
    MOVE DISPUTED-COUNT             TO OT-COUNT
    MOVE DISPUTED-AMOUNT            TO OT-AMOUNT
    WRITE OPEN-ITEM-LINE FROM OPEN-TOTAL-LINE

    MOVE 'INVOICES WRITTEN OFF  '   TO OT-LABEL
    MOVE WRITTEN-OFF-COUNT          TO OT-COUNT
    MOVE WRITTEN-OFF-AMOUNT         TO OT-AMOUNT
    WRITE OPEN-ITEM-LINE FROM OPEN-TOTAL-LINE

    MOVE 'UNAPPLIED CASH REFUND '   TO OT-LABEL
    MOVE REFUNDED-CASH-COUNT        TO OT-COUNT
    MOVE REFUNDED-CASH-AMOUNT       TO OT-AMOUNT
    WRITE OPEN-ITEM-LINE FROM OPEN-TOTAL-LINE

    MOVE 'UNAPPLIED CASH CARRIED'   TO OT-LABEL
    MOVE UNAPPLIED-COUNT            TO OT-COUNT
    MOVE UNAPPLIED-AMOUNT           TO OT-AMOUNT
    WRITE OPEN-ITEM-LINE FROM OPEN-TOTAL-LINE
    .

LOAD-FEED-GENERATION.

*>  GENPRIOR is the (0) generation of the CASHAPP GDG this run adds >*
*>  to.  With none yet (the first run) or none carrying a header    >*
*>  (one written before generations were numbered), numbering       >*
*>  starts at 1.                                                    >*
    OPEN INPUT PRIOR-GENERATION-FILE
    IF PRIOR-GENERATION-FILE-NOT-FOUND
        DISPLAY 'PRIOR-GENERATION-FILE NOT FOUND - GENERATION NUMBERS START AT 1'
    ELSE
        IF NOT PRIOR-GENERATION-FILE-OK
            DISPLAY 'PRIOR-GENERATION-FILE FAILED TO OPEN - FILE STATUS ' PRIOR-GENERATION-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        READ PRIOR-GENERATION-FILE
            AT END MOVE SPACES TO PRIOR-GENERATION-HEADER
        END-READ
        IF PG-RECORD-TYPE = 'HDR'
         AND PG-GENERATION IS NUMERIC
            COMPUTE FEED-GENERATION = PG-GENERATION + 1
        ELSE
            DISPLAY 'PRIOR-GENERATION-FILE CARRIES NO GENERATION HEADER - GENERATION NUMBERS START AT 1'
        END-IF
        CLOSE PRIOR-GENERATION-FILE
    END-IF
    DISPLAY 'CASHAPP GENERATION ' FEED-GENERATION
    .

WRITE-FEED-HEADER.

    MOVE SPACES              TO UNAPPLIED-HEADER-RECORD
    MOVE 'HDR'               TO UCH-RECORD-TYPE
    MOVE 'CASHAPP '          TO UCH-PROGRAM
    MOVE RUN-DATE-YYYYMMDD   TO UCH-RUN-DATE
    MOVE FEED-GENERATION     TO UCH-GENERATION
    WRITE UNAPPLIED-HEADER-RECORD
    .

WRITE-FEED-TRAILER.

    MOVE SPACES              TO UNAPPLIED-TRAILER-RECORD
    MOVE 'TRL'               TO UCT-RECORD-TYPE
    MOVE UNAPPLIED-COUNT     TO UCT-RECORD-COUNT
    COMPUTE UCT-AMOUNT = 0 - UNAPPLIED-AMOUNT
    WRITE UNAPPLIED-TRAILER-RECORD
    .

TAKE-GENERATION-HEADER.

*>  A header while a generation is still open means the previous    >*
*>  one lost its trailer.                                           >*
    IF GEN-BATCH-OPEN
        IF GEN-STATUS(GEN-COUNT) = SPACES
            MOVE 'TRAILER MISSING'  TO GEN-STATUS(GEN-COUNT)
        END-IF
    END-IF

    IF GEN-COUNT >= 50
        DISPLAY 'UNAPPLD GENERATIONS EXCEED TABLE-GENERATION CAPACITY (50) - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1                   TO GEN-COUNT
    MOVE 'Y'                TO GEN-BATCH-OPEN-SW
    MOVE FH-PROGRAM         TO GEN-PROGRAM(GEN-COUNT)
    MOVE 0                  TO GEN-GENERATION(GEN-COUNT)
                               GEN-RUN-DATE(GEN-COUNT)
                               GEN-READ-COUNT(GEN-COUNT)
                               GEN-READ-AMOUNT(GEN-COUNT)
    MOVE SPACES             TO GEN-STATUS(GEN-COUNT)
    MOVE 'P'                TO GEN-ACTION-SW(GEN-COUNT)

    IF FH-PROGRAM = SPACES
     OR FH-GENERATION NOT NUMERIC
     OR FH-RUN-DATE NOT NUMERIC
        MOVE 'HEADER FIELDS INVALID'  TO GEN-STATUS(GEN-COUNT)
    ELSE
        MOVE FH-GENERATION  TO GEN-GENERATION(GEN-COUNT)
        MOVE FH-RUN-DATE    TO GEN-RUN-DATE(GEN-COUNT)
        PERFORM FIND-RUN-GENERATION
        PERFORM SEARCH-FEED-REGISTRY
        EVALUATE TRUE
            WHEN GEN-REPEATED
                MOVE 'S'                        TO GEN-ACTION-SW(GEN-COUNT)
                MOVE 'REPEATED IN THIS RUN'     TO GEN-STATUS(GEN-COUNT)
            WHEN REGISTRY-CONSUMED
                MOVE 'S'                        TO GEN-ACTION-SW(GEN-COUNT)
                MOVE 'ALREADY APPLIED'          TO GEN-STATUS(GEN-COUNT)
*>              The number was applied before under another run     >*
*>              date: the producer lost its generation sequence and >*
*>              this feed cannot be told apart from a replay.       >*
            WHEN REGISTRY-NUMBER-REUSED
                MOVE 'GENERATION NUMBER REUSED' TO GEN-STATUS(GEN-COUNT)
        END-EVALUATE
    END-IF
    .

TAKE-GENERATION-TRAILER.

*>  First failure wins; a generation being skipped is not proved,   >*
*>  since none of it applies.                                       >*
    IF NOT GEN-BATCH-OPEN
        ADD 1  TO STRAY-TRAILER-COUNT
    ELSE
        IF GEN-STATUS(GEN-COUNT) = SPACES
            EVALUATE TRUE
                WHEN FT-RECORD-COUNT NOT NUMERIC
                 OR FT-AMOUNT NOT NUMERIC
                    MOVE 'TRAILER FIELDS INVALID'  TO GEN-STATUS(GEN-COUNT)
                WHEN FT-RECORD-COUNT NOT = GEN-READ-COUNT(GEN-COUNT)
                    MOVE 'TRAILER COUNT MISMATCH'  TO GEN-STATUS(GEN-COUNT)
                WHEN FT-AMOUNT NOT = GEN-READ-AMOUNT(GEN-COUNT)
                    MOVE 'TRAILER AMOUNT MISMATCH' TO GEN-STATUS(GEN-COUNT)
            END-EVALUATE
        END-IF
        MOVE 'N'  TO GEN-BATCH-OPEN-SW
    END-IF
    .

FIND-RUN-GENERATION.

*>  The same generation twice in one concatenation is applied once. >*
    MOVE 'N'           TO GEN-REPEAT-SW
    MOVE 0             TO IDX-GEN
    PERFORM UNTIL IDX-GEN + 1 >= GEN-COUNT OR GEN-REPEATED
        ADD 1          TO IDX-GEN
        IF GEN-PROGRAM(IDX-GEN) = FH-PROGRAM
         AND GEN-GENERATION(IDX-GEN) = FH-GENERATION
            MOVE 'Y'   TO GEN-REPEAT-SW
        END-IF
    END-PERFORM
    .

SEARCH-FEED-REGISTRY.

*>  The registry is read end to end for each header rather than     >*
*>  held in a table: it grows by a few records a night for as long  >*
*>  as the system runs, and the headers in a run are few.  Before   >*
*>  the first posting run has recorded anything there is no file    >*
*>  and nothing has been consumed.                                  >*
    MOVE 'N'           TO REGISTRY-MATCH-SW
    OPEN INPUT FEED-REGISTRY-FILE
    IF NOT FEED-REGISTRY-FILE-NOT-FOUND
        IF NOT FEED-REGISTRY-FILE-OK
            DISPLAY 'FEED-REGISTRY-FILE FAILED TO OPEN - FILE STATUS ' FEED-REGISTRY-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE 'N'       TO REGISTRY-EOF-SW
        PERFORM READ-FEED-REGISTRY
        PERFORM UNTIL REGISTRY-EOF OR NOT REGISTRY-NO-MATCH
            IF FG-PROGRAM = FH-PROGRAM
             AND FG-GENERATION = FH-GENERATION
                IF FG-FEED-RUN-DATE = FH-RUN-DATE
                    MOVE 'C'   TO REGISTRY-MATCH-SW
                ELSE
                    MOVE 'R'   TO REGISTRY-MATCH-SW
                END-IF
            ELSE
                PERFORM READ-FEED-REGISTRY
            END-IF
        END-PERFORM
        CLOSE FEED-REGISTRY-FILE
    END-IF
    .

READ-FEED-REGISTRY.

    READ FEED-REGISTRY-FILE
        AT END MOVE 'Y' TO REGISTRY-EOF-SW
    END-READ
    .

PRINT-GENERATION-REPORT.

*>  A held generation, or a trailer with no header, ends the run    >*
*>  RC=16 here, before any output is opened and before any cash is  >*
*>  applied.                                                        >*
    OPEN OUTPUT GENERATION-REPORT-FILE
    IF NOT GENERATION-REPORT-FILE-OK
        DISPLAY 'GENERATION-REPORT-FILE FAILED TO OPEN - FILE STATUS ' GENERATION-REPORT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    MOVE RUN-MM             TO GH1-RUN-MM
    MOVE RUN-DD             TO GH1-RUN-DD
    MOVE RUN-YYYY           TO GH1-RUN-YYYY
    WRITE GENERATION-LINE FROM GENERATION-HEADING-1
    MOVE SPACES             TO GENERATION-LINE
    WRITE GENERATION-LINE
    WRITE GENERATION-LINE FROM GENERATION-HEADING-2

    MOVE 0                  TO IDX-GEN
    PERFORM UNTIL IDX-GEN = GEN-COUNT
        ADD 1               TO IDX-GEN
        IF GEN-POSTING(IDX-GEN)
            IF GEN-STATUS(IDX-GEN) = SPACES
                MOVE 'VERIFIED'  TO GEN-STATUS(IDX-GEN)
            ELSE
                MOVE 'H'         TO GEN-ACTION-SW(IDX-GEN)
            END-IF
        END-IF
        MOVE GEN-PROGRAM(IDX-GEN)     TO GR-PROGRAM
        MOVE GEN-GENERATION(IDX-GEN)  TO GR-GENERATION
        MOVE GEN-RUN-DATE(IDX-GEN)    TO GR-RUN-DATE
        MOVE GEN-READ-COUNT(IDX-GEN)  TO GR-COUNT
        MOVE GEN-READ-AMOUNT(IDX-GEN) TO GR-AMOUNT
        MOVE GEN-STATUS(IDX-GEN)      TO GR-STATUS
        EVALUATE TRUE
            WHEN GEN-SKIPPED(IDX-GEN)
                MOVE 'SKIPPED'       TO GR-ACTION
                ADD 1                TO GEN-SKIPPED-COUNT
                ADD GEN-READ-AMOUNT(IDX-GEN) TO GEN-SKIPPED-AMOUNT
            WHEN GEN-HELD(IDX-GEN)
                MOVE 'HELD'          TO GR-ACTION
                ADD 1                TO GEN-HELD-COUNT
                ADD GEN-READ-AMOUNT(IDX-GEN) TO GEN-HELD-AMOUNT
            WHEN OTHER
                MOVE 'APPLIED'       TO GR-ACTION
                ADD 1                TO GEN-POSTED-COUNT
                ADD GEN-READ-AMOUNT(IDX-GEN) TO GEN-POSTED-AMOUNT
        END-EVALUATE
        WRITE GENERATION-LINE FROM GENERATION-DETAIL-LINE
    END-PERFORM

    MOVE SPACES             TO GENERATION-LINE
    WRITE GENERATION-LINE
    MOVE 'GENERATIONS APPLIED'           TO GRT-LABEL
    MOVE GEN-POSTED-COUNT                TO GRT-COUNT
    MOVE GEN-POSTED-AMOUNT               TO GRT-AMOUNT
    WRITE GENERATION-LINE FROM GENERATION-TOTAL-LINE
    MOVE 'GENERATIONS SKIPPED'           TO GRT-LABEL
    MOVE GEN-SKIPPED-COUNT               TO GRT-COUNT
    MOVE GEN-SKIPPED-AMOUNT              TO GRT-AMOUNT
    WRITE GENERATION-LINE FROM GENERATION-TOTAL-LINE
    MOVE 'GENERATIONS HELD'              TO GRT-LABEL
    MOVE GEN-HELD-COUNT                  TO GRT-COUNT
    MOVE GEN-HELD-AMOUNT                 TO GRT-AMOUNT
    WRITE GENERATION-LINE FROM GENERATION-TOTAL-LINE
    MOVE 'TRAILERS WITHOUT HEADER'       TO GRT-LABEL
    MOVE STRAY-TRAILER-COUNT             TO GRT-COUNT
    MOVE 0                               TO GRT-AMOUNT
    WRITE GENERATION-LINE FROM GENERATION-TOTAL-LINE

    IF GEN-HELD-COUNT > 0 OR STRAY-TRAILER-COUNT > 0
        MOVE SPACES             TO GENERATION-LINE
        WRITE GENERATION-LINE
        MOVE '*** UNAPPLD GENERATION NOT PROVEN - RUN TERMINATED, NOTHING APPLIED ***'
                                TO GENERATION-LINE
        WRITE GENERATION-LINE
        CLOSE GENERATION-REPORT-FILE
        DISPLAY 'UNAPPLD GENERATION NOT PROVEN - SEE GENRPT - RUN TERMINATED'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    CLOSE GENERATION-REPORT-FILE
    .

RECORD-CONSUMED-FEEDS.

*>  Written only once the run has come through to the end, so a     >*
*>  run that fails part-way leaves its generations unconsumed and   >*
*>  the resubmission applies them.                                  >*
    IF GEN-POSTED-COUNT > 0
        OPEN EXTEND FEED-REGISTRY-FILE
        IF NOT FEED-REGISTRY-FILE-OK
            DISPLAY 'FEED-REGISTRY-FILE FAILED TO OPEN - FILE STATUS ' FEED-REGISTRY-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF

        MOVE 0                  TO IDX-GEN
        PERFORM UNTIL IDX-GEN = GEN-COUNT
            ADD 1               TO IDX-GEN
            IF GEN-POSTING(IDX-GEN)
                MOVE GEN-PROGRAM(IDX-GEN)     TO FG-PROGRAM
                MOVE GEN-GENERATION(IDX-GEN)  TO FG-GENERATION
                MOVE GEN-RUN-DATE(IDX-GEN)    TO FG-FEED-RUN-DATE
                MOVE GEN-READ-COUNT(IDX-GEN)  TO FG-RECORD-COUNT
                MOVE GEN-READ-AMOUNT(IDX-GEN) TO FG-AMOUNT
                MOVE 'CASHAPP '               TO FG-CONSUMED-BY
                MOVE RUN-DATE-YYYYMMDD        TO FG-CONSUMED-DATE
                WRITE FEED-REGISTRY-RECORD
            END-IF
        END-PERFORM
        CLOSE FEED-REGISTRY-FILE
    END-IF
    .

CLOSE-FILES.

    IF NOT OPEN-ITEM-IN-FILE-NOT-FOUND
